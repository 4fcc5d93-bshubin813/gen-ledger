       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRTANZDEP.
       AUTHOR.       DATA MIRROR CORP.
       INSTALLATION. DATA MIRROR CORP.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * Program:  PRTANZDEP                                           *
      * -------                                                       *
      * Version:  1.0                                                 *
      * -------                                                       *
      * Name:     PHYSICAL FILE CHANGE IMPACT REPORT                  *
      * ----                                                          *
      * Files:    Live file attribute file  (ANZFILL2)                *
      * -----     Live key-field file       (ANZFLDL2)                *
      *           Impact listing            (ANZDEPRPT)               *
      *           Delimited impact extract  (ANZDEPEXT)               *
      *                                                               *
      * Before a physical file is changed, every logical file and    *
      * join built over it has to be known, with the keys each one   *
      * uses.  Starting from one physical file (or every physical    *
      * file of a library when no file is given) this program lists  *
      * every analyzed file whose PFFIL/PFLIB points at it - the     *
      * physical file's own row first, then each dependent - with    *
      * its attribute, unique and join flags, its key fields in      *
      * FLDSEQ order and its journal assignment.  A dependent with   *
      * unique keys or a join is flagged HIGH impact, since a change *
      * to the physical file can break its keys or its join.        *
      *                                                               *
      * With the extract switch "Y" the same content is written in   *
      * PRTANZFILS's comma-delimited form (F rows, K rows and a      *
      * TOTALS row), with the impact flag as a trailing column on    *
      * each F row, for attaching to the change ticket.              *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATR-FILE
               ASSIGN       TO DATABASE-ANZFILL2
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY OF ATR-REC
               FILE STATUS  IS WS-ATR-STATUS.

           SELECT FLD-FILE
               ASSIGN       TO DATABASE-ANZFLDL2
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY OF FLD-REC
               FILE STATUS  IS WS-FLD-STATUS.

           SELECT RPT-FILE
               ASSIGN       TO DATABASE-ANZDEPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-RPT-STATUS.

           SELECT EXT-FILE
               ASSIGN       TO DATABASE-ANZDEPEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-EXT-STATUS.

      /
      ****************************************************************
      * D A T A   D I V I S O N                                      *
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ATR-FILE
           LABEL RECORDS ARE OMITTED.
       01  ATR-REC.
           COPY DDS-ALL-FORMATS OF ANZFILL2.

       FD  FLD-FILE
           LABEL RECORDS ARE OMITTED.
       01  FLD-REC.
           COPY DDS-ALL-FORMATS OF ANZFLDL2.

      * Plain impact listing, the same plain-record style GENJRNSRC
      * uses for its mismatch listing.
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC                       PIC X(132).

      * Flat comma-delimited extract in the PRTANZFILS layout,
      * written in place of RPT-FILE when WS-EXTRACT-SW is "Y".
       FD  EXT-FILE
           LABEL RECORDS ARE OMITTED.
       01  EXT-REC                       PIC X(200).
      /
      ****************************************************************
      * W O R K I N G   S T O R A G E   S E C T I O N                *
      ****************************************************************
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
           05 WS-ATR-STATUS              PIC X(2)  VALUE "00".
           05 WS-FLD-STATUS              PIC X(2)  VALUE "00".
           05 WS-RPT-STATUS              PIC X(2)  VALUE "00".
           05 WS-EXT-STATUS              PIC X(2)  VALUE "00".
           05 WS-ATR-EOF-SW              PIC X(1)  VALUE "N".
              88 ATR-EOF                           VALUE "Y".
           05 WS-SLOT-SW                 PIC X(1)  VALUE "N".
              88 SLOT-FOUND                        VALUE "Y".
           05 WS-EXTRACT-SW              PIC X(1)  VALUE "N".
              88 EXTRACT-MODE                      VALUE "Y".
           05 WS-CUR-PFLIB               PIC X(10) VALUE SPACES.
           05 WS-CUR-PFFIL               PIC X(10) VALUE SPACES.
           05 WS-TOTAL-PF                PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-FILES             PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-DEP               PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-HIGH              PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-JRN               PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-UNIQ              PIC S9(7) COMP-3 VALUE 0.
      *
      * Every key field of the physical file's access paths, loaded
      * once per physical file and held in file/library/FLDSEQ order
      * (KYSORT) so each dependent's keys print in key sequence.
      *
       01  WS-TBL-COUNTS.
           05 WS-KY-CNT                  PIC S9(4) COMP VALUE 0.
           05 WS-K-IX                    PIC S9(4) COMP VALUE 0.
           05 WS-K-NXT                   PIC S9(4) COMP VALUE 0.
      *
       01  WS-KEY-TABLE.
           05 WS-KY-ENTRY                OCCURS 500 TIMES.
              10 KYSORT.
                 15 KYFILN               PIC X(10).
                 15 KYLIBN               PIC X(10).
                 15 KYFLDSEQ             PIC 9(4).
              10 KYFLDN                  PIC X(10).
      *
       01  WS-NEW-KEY.
           05 NKSORT.
              10 NKFILN                  PIC X(10).
              10 NKLIBN                  PIC X(10).
              10 NKFLDSEQ                PIC 9(4).
           05 NKFLDN                     PIC X(10).
      *
       01  HDR-RECD.
           05 HDRTEXT                    PIC X(40).
           05 HDRLIB                     PIC X(10).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 HDRFIL                     PIC X(10).
      *
       01  COL-RECD.
           05 FILLER                     PIC X(49) VALUE
              "File       Library    Attr   U J Role            ".
           05 FILLER                     PIC X(50) VALUE
              "Journal               T Impact".
      *
       01  PF-RECD.
           05 FILLER                     PIC X(16) VALUE
              "Physical file:  ".
           05 PFHLIB                     PIC X(10).
           05 FILLER                     PIC X(1)  VALUE "/".
           05 PFHFIL                     PIC X(10).
      *
       01  DEP-RECD.
           05 DEPFIL                     PIC X(10).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DEPLIB                     PIC X(10).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DEPFILA                    PIC X(6).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DEPUNIQ                    PIC X(1).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DEPJOIN                    PIC X(1).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DEPROLE                    PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DEPJRN                     PIC X(21).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DEPJRNI                    PIC X(1).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DEPIMPACT                  PIC X(4).
      *
       01  KEY-RECD.
           05 FILLER                     PIC X(12) VALUE SPACES.
           05 KEYDESC                    PIC X(11).
           05 KEYSEQ                     PIC ZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 KEYFLDN                    PIC X(10).
      *
       01  SUM-RECD.
           05 SUMTEXT                    PIC X(40).
           05 SUMCNT                     PIC Z(6)9.
      *
      * Unsigned display work fields used only to STRING the numeric
      * columns into EXT-REC without an overpunched sign character
      * showing up in the delimited output.
      *
       01  WS-EXT-NUMERIC.
           05 WE-RECS                    PIC 9(10).
           05 WE-RECLEN                  PIC 9(5).
           05 WE-FLDSEQ                  PIC 9(4).
           05 WE-TOTFILES                PIC 9(7).
           05 WE-TOTJRN                  PIC 9(7).
           05 WE-TOTUNIQ                 PIC 9(7).
      /
       LINKAGE SECTION.
       01  WS-LIB                        PIC X(10).
       01  WS-FILE                       PIC X(10).
       01  WS-EXTRACT                    PIC X(1).
      /
      ****************************************************************
      *   P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION  USING WS-LIB WS-FILE WS-EXTRACT.

       MAINLINE.
      *
           PERFORM INITIAL-LOGIC.

           PERFORM DEP-ATR THRU DEP-EXIT
               UNTIL ATR-EOF.

           PERFORM PRINT-SUMMARY THRU PRS-EXIT.

           PERFORM END-OF-JOB.
           EXIT PROGRAM.
           STOP RUN.
      /
      **************************************************************
      * DEP-ATR routine - one attribute row built over a selected  *
      * physical file; a new physical file loads its key fields    *
      * and starts a new group on the listing                      *
      **************************************************************
       DEP-ATR.
           READ ATR-FILE NEXT
             AT END
                MOVE "Y"                 TO WS-ATR-EOF-SW
                GO TO DEP-EXIT.

           IF  WS-LIB  IS NOT EQUAL TO PFLIB OF ANZFILR
               MOVE "Y"                 TO WS-ATR-EOF-SW
               GO TO DEP-EXIT.

           IF  WS-FILE           IS NOT EQUAL TO SPACES
           AND PFFIL OF ANZFILR  IS NOT EQUAL TO WS-FILE
               MOVE "Y"                 TO WS-ATR-EOF-SW
               GO TO DEP-EXIT.

           IF  PFFIL OF ANZFILR IS NOT EQUAL TO WS-CUR-PFFIL
               MOVE PFLIB OF ANZFILR     TO WS-CUR-PFLIB
               MOVE PFFIL OF ANZFILR     TO WS-CUR-PFFIL
               ADD 1                     TO WS-TOTAL-PF
               PERFORM LOAD-KEYS THRU LDK-EXIT
               IF  NOT EXTRACT-MODE
                   MOVE SPACES           TO RPT-REC
                   WRITE RPT-REC
                   MOVE WS-CUR-PFLIB     TO PFHLIB
                   MOVE WS-CUR-PFFIL     TO PFHFIL
                   WRITE RPT-REC FROM PF-RECD
               END-IF
           END-IF.

           MOVE SPACES                   TO DEP-RECD.
           MOVE FILN  OF ANZFILR         TO DEPFIL.
           MOVE LIBN  OF ANZFILR         TO DEPLIB.
           MOVE FILA  OF ANZFILR         TO DEPFILA.
           IF  UNIQ OF ANZFILR IS EQUAL TO "Y"
               MOVE "Y"                  TO DEPUNIQ.
           IF  JOINF OF ANZFILR IS EQUAL TO "Y"
               MOVE "Y"                  TO DEPJOIN.

           IF  FILN OF ANZFILR IS EQUAL TO PFFIL OF ANZFILR
           AND LIBN OF ANZFILR IS EQUAL TO PFLIB OF ANZFILR
               MOVE "Physical file"      TO DEPROLE
           ELSE
               ADD 1                     TO WS-TOTAL-DEP
               IF  JOINF OF ANZFILR IS EQUAL TO "Y"
                   MOVE "Join over file" TO DEPROLE
               ELSE
                   MOVE "Built over file" TO DEPROLE
               END-IF
               IF  UNIQ  OF ANZFILR IS EQUAL TO "Y"
               OR  JOINF OF ANZFILR IS EQUAL TO "Y"
                   MOVE "HIGH"           TO DEPIMPACT
                   ADD 1                 TO WS-TOTAL-HIGH
               END-IF
           END-IF.

           IF  JRN OF ANZFILR IS EQUAL TO "Y"
               STRING JRNL OF ANZFILR    DELIMITED BY SPACE
                      "/"                DELIMITED BY SIZE
                      JRNN OF ANZFILR    DELIMITED BY SPACE
                      INTO DEPJRN
               MOVE JRNI OF ANZFILR      TO DEPJRNI
               ADD 1                     TO WS-TOTAL-JRN
           ELSE
               MOVE "Not journaled"      TO DEPJRN.

           ADD 1                         TO WS-TOTAL-FILES.
           IF  UNIQ OF ANZFILR IS EQUAL TO "Y"
               ADD 1                     TO WS-TOTAL-UNIQ.

           PERFORM WRITE-DETAIL THRU WDT-EXIT.

           MOVE "Key Fields:"            TO KEYDESC.
           PERFORM WRITE-KEY THRU WKY-EXIT
               VARYING WS-K-IX FROM 1 BY 1
               UNTIL WS-K-IX IS GREATER THAN WS-KY-CNT.
       DEP-EXIT.
           EXIT.
      /
      **************************************************************
      * LOAD-KEYS routine - every live key-field row of the        *
      * physical file, inserted into the key table in file/        *
      * library/FLDSEQ order                                       *
      **************************************************************
       LOAD-KEYS.
           MOVE 0                        TO WS-KY-CNT.
           MOVE WS-CUR-PFLIB             TO EDK-PFLIB  OF FLD-REC.
           MOVE WS-CUR-PFFIL             TO EDK-PFFIL  OF FLD-REC.
           MOVE ZEROES                   TO EDK-FILSEQ OF FLD-REC.
           START FLD-FILE
               KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY OF FLD-REC
                  INVALID KEY
                     GO TO LDK-EXIT.

       LDK-001.
           READ FLD-FILE NEXT
             AT END
                GO TO LDK-EXIT.

           IF  PFLIB OF ANZFLDR IS NOT EQUAL TO WS-CUR-PFLIB
           OR  PFFIL OF ANZFLDR IS NOT EQUAL TO WS-CUR-PFFIL
               GO TO LDK-EXIT.

           IF  WS-KY-CNT IS EQUAL TO 500
               DISPLAY "PRTANZDEP - Key table full for "
                       WS-CUR-PFLIB "/" WS-CUR-PFFIL
               GO TO LDK-EXIT.

           MOVE FILN   OF ANZFLDR        TO NKFILN.
           MOVE LIBN   OF ANZFLDR        TO NKLIBN.
           MOVE FLDSEQ OF ANZFLDR        TO NKFLDSEQ.
           MOVE FLDN   OF ANZFLDR        TO NKFLDN.

           MOVE WS-KY-CNT                TO WS-K-IX.
           MOVE "N"                      TO WS-SLOT-SW.
           PERFORM SHIFT-KEY THRU SHK-EXIT
               UNTIL WS-K-IX IS LESS THAN 1
               OR    SLOT-FOUND.

           ADD 1                         TO WS-K-IX.
           MOVE WS-NEW-KEY               TO WS-KY-ENTRY (WS-K-IX).
           ADD 1                         TO WS-KY-CNT.
           GO TO LDK-001.
       LDK-EXIT.
           EXIT.
      /
      **************************************************************
      * SHIFT-KEY routine - move an entry that sorts after the new *
      * key down one place, or stop at the new key's slot          *
      **************************************************************
       SHIFT-KEY.
           IF  KYSORT (WS-K-IX) IS GREATER THAN NKSORT
               COMPUTE WS-K-NXT = WS-K-IX + 1
               MOVE WS-KY-ENTRY (WS-K-IX) TO WS-KY-ENTRY (WS-K-NXT)
               SUBTRACT 1                FROM WS-K-IX
           ELSE
               MOVE "Y"                  TO WS-SLOT-SW.
       SHK-EXIT.
           EXIT.
      /
      **************************************************************
      * WRITE DETAIL - listing line when WS-EXTRACT-SW is "N", one *
      * comma-delimited F row when it is "Y"                       *
      **************************************************************
       WRITE-DETAIL.
           IF  EXTRACT-MODE
               MOVE RECS   OF ANZFILR      TO  WE-RECS
               MOVE RECLEN OF ANZFILR      TO  WE-RECLEN
               MOVE SPACES                 TO  EXT-REC
               STRING "F,"                 DELIMITED BY SIZE
                      FILN  OF ANZFILR     DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      LIBN  OF ANZFILR     DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      FILA  OF ANZFILR     DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      DEPUNIQ              DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      MBRS  OF ANZFILR     DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      DEPJOIN              DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      REUSE OF ANZFILR     DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WE-RECS              DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WE-RECLEN            DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      JRN   OF ANZFILR     DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      JRNN  OF ANZFILR     DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      JRNL  OF ANZFILR     DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      JRNI  OF ANZFILR     DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      DEPIMPACT            DELIMITED BY SIZE
                      INTO EXT-REC
               WRITE EXT-REC
           ELSE
               WRITE RPT-REC FROM DEP-RECD.
       WDT-EXIT.
           EXIT.
      /
      **************************************************************
      * WRITE KEY - one of the current file's key fields, as a     *
      * listing line or a comma-delimited K row                    *
      **************************************************************
       WRITE-KEY.
           IF  KYFILN (WS-K-IX) IS NOT EQUAL TO FILN OF ANZFILR
           OR  KYLIBN (WS-K-IX) IS NOT EQUAL TO LIBN OF ANZFILR
               GO TO WKY-EXIT.

           IF  EXTRACT-MODE
               MOVE KYFLDSEQ (WS-K-IX)     TO  WE-FLDSEQ
               MOVE SPACES                 TO  EXT-REC
               STRING "K,"                 DELIMITED BY SIZE
                      FILN  OF ANZFILR     DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WE-FLDSEQ            DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      KYFLDN (WS-K-IX)     DELIMITED BY SIZE
                      INTO EXT-REC
               WRITE EXT-REC
           ELSE
               MOVE KYFLDSEQ (WS-K-IX)     TO  KEYSEQ
               MOVE KYFLDN (WS-K-IX)       TO  KEYFLDN
               WRITE RPT-REC FROM KEY-RECD
               MOVE SPACES                 TO  KEYDESC.
       WKY-EXIT.
           EXIT.
      /
      **************************************************************
      * PRINT SUMMARY routine - totals across the run              *
      **************************************************************
       PRINT-SUMMARY.
           IF  EXTRACT-MODE
               MOVE WS-TOTAL-FILES         TO  WE-TOTFILES
               MOVE WS-TOTAL-JRN           TO  WE-TOTJRN
               MOVE WS-TOTAL-UNIQ          TO  WE-TOTUNIQ
               MOVE SPACES                 TO  EXT-REC
               STRING "TOTALS,"            DELIMITED BY SIZE
                      WE-TOTFILES          DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WE-TOTJRN            DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WE-TOTUNIQ           DELIMITED BY SIZE
                      INTO EXT-REC
               WRITE EXT-REC
               GO TO PRS-EXIT.

           MOVE SPACES                   TO RPT-REC.
           WRITE RPT-REC.
           MOVE "Physical files selected" TO SUMTEXT.
           MOVE WS-TOTAL-PF              TO SUMCNT.
           WRITE RPT-REC FROM SUM-RECD.
           MOVE "Dependent files"        TO SUMTEXT.
           MOVE WS-TOTAL-DEP             TO SUMCNT.
           WRITE RPT-REC FROM SUM-RECD.
           MOVE "High impact (unique keys or join)"
                                         TO SUMTEXT.
           MOVE WS-TOTAL-HIGH            TO SUMCNT.
           WRITE RPT-REC FROM SUM-RECD.
           MOVE "Files journaled"        TO SUMTEXT.
           MOVE WS-TOTAL-JRN             TO SUMCNT.
           WRITE RPT-REC FROM SUM-RECD.
       PRS-EXIT.
           EXIT.
      /
      **************************************************************
      * INITIAL LOGIC routine                                      *
      **************************************************************
       INITIAL-LOGIC.

           MOVE WS-EXTRACT               TO WS-EXTRACT-SW.

           OPEN INPUT ATR-FILE.
           IF WS-ATR-STATUS IS NOT EQUAL TO "00"
              DISPLAY "PRTANZDEP - ANZFILL2 OPEN FAILED, STATUS "
                      WS-ATR-STATUS
              STOP RUN.

           OPEN INPUT FLD-FILE.
           IF WS-FLD-STATUS IS NOT EQUAL TO "00"
              DISPLAY "PRTANZDEP - ANZFLDL2 OPEN FAILED, STATUS "
                      WS-FLD-STATUS
              STOP RUN.

           IF  EXTRACT-MODE
               OPEN OUTPUT EXT-FILE
               STRING "TYPE,FILN,LIBN,FILA,UNIQ,MBRS,JOINF,REUSE,RECS,"
                          DELIMITED BY SIZE
                      "RECLEN,JRN,JRNN,JRNL,JRNI,IMPACT"
                          DELIMITED BY SIZE
                      INTO EXT-REC
               WRITE EXT-REC
           ELSE
               OPEN OUTPUT RPT-FILE
               MOVE SPACES               TO HDR-RECD
               MOVE "Change impact report for physical file"
                                         TO HDRTEXT
               MOVE WS-LIB               TO HDRLIB
               MOVE WS-FILE              TO HDRFIL
               IF  WS-FILE IS EQUAL TO SPACES
                   MOVE "*ALL"           TO HDRFIL
               END-IF
               WRITE RPT-REC FROM HDR-RECD
               WRITE RPT-REC FROM COL-RECD
           END-IF.

           MOVE WS-LIB               TO  EDK-PFLIB   OF ATR-REC.
           IF  WS-FILE               IS EQUAL TO  SPACES
               MOVE LOW-VALUES       TO  EDK-PFFIL   OF ATR-REC
           ELSE
               MOVE WS-FILE          TO  EDK-PFFIL   OF ATR-REC.
           MOVE ZEROES               TO  EDK-FILSEQ  OF ATR-REC.

           START ATR-FILE
               KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY OF ATR-REC
                  INVALID KEY
                     MOVE "Y"        TO  WS-ATR-EOF-SW.
      /
      **************************************************************
      * END OF JOB routine.                                        *
      **************************************************************
       END-OF-JOB.

           CLOSE ATR-FILE.
           CLOSE FLD-FILE.
           IF  EXTRACT-MODE
               CLOSE EXT-FILE
           ELSE
               CLOSE RPT-FILE.
           DISPLAY "PRTANZDEP - Dependent files:   " WS-TOTAL-DEP.
           DISPLAY "PRTANZDEP - High impact files: " WS-TOTAL-HIGH.
