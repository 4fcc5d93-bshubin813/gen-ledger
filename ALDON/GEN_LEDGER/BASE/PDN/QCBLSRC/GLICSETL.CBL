003200*  MODIFICATION HISTORY                                         *
003300*---------------------------------------------------------------*
003400*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003420*  10/15/26  MJF  GENERATED BATCH HEADERS ARE WRITTEN TO THE     *
003440*                 BASE LEDGER (BLANK GLBTCH-BOOK-CODE), AND      *
003460*                 PARALLEL-BOOK HISTORY ROWS ARE LEFT OUT OF THE *
003480*                 INTERCOMPANY POSITIONS.                        *
003484*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION  *
003488*                 FILE (GLPNDREC); GENERATED LINES ARE WRITTEN   *
003492*                 TO IT AT STATUS PENDING INSTEAD OF BEING       *
003496*                 APPENDED.                                      *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005800         FILE STATUS  IS WS-BTCH-STATUS.
005900
006000     SELECT JE-FILE    ASSIGN TO GLTRANIN
006100         ORGANIZATION IS INDEXED
006133         ACCESS       IS DYNAMIC
006166         RECORD KEY   IS GLPND-KEY
006200         FILE STATUS  IS WS-JE-STATUS.
006300
006400     SELECT RPT-FILE   ASSIGN TO GLICRPTP
008700 FD  JE-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
008950     COPY GLPNDREC.
009000     COPY GLJEREC.
009100
009200 FD  RPT-FILE
020900
021000     IF  WS-SETTLE-PAIRS
021100         OPEN I-O    BTCH-FILE
021200         OPEN I-O    JE-FILE
021300         PERFORM 1100-FIND-NEXT-BATCH-NO THRU 1100-EXIT.
021400
021500     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
033900         MOVE "Y"                 TO  WS-RANGE-EOF-SW
034000         GO TO 2200-EXIT.
034100
034125     IF  GLHST-BOOK-CODE IS NOT EQUAL TO SPACES
034150         GO TO 2200-EXIT.
034175
034200     IF  GLHST-DR-CR-CODE IS EQUAL TO "D"
034300         ADD GLHST-EXT-AMT        TO  WS-RANGE-BAL
034400     ELSE
053100     MOVE WS-GEN-CO-CODE          TO  GLJE-CO-CODE.
053200     MOVE SPACES                  TO  GLJE-DEPT-CODE.
053250     MOVE SPACES                  TO  GLJE-DOC-REF.
053260     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
053270     MOVE SPACES                  TO  GLJE-TAX-CODE.
053300
053333     MOVE "P"                     TO  GLPND-STATUS-SW.
053366     MOVE WS-TODAY-DATE           TO  GLPND-STATUS-DATE.
053400     WRITE GLPND-RECORD.
053500     IF  NOT WS-JE-OK
053600         DISPLAY "GLICSETL - ERROR WRITING GLTRANIN, STATUS "
053700                 WS-JE-STATUS
056000     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
056100     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
056200     MOVE "ICST"                  TO  GLBTCH-SOURCE-CODE.
056250     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
056300
056400     WRITE GLBTCH-RECORD.
056500     IF  NOT WS-BTCH-OK
