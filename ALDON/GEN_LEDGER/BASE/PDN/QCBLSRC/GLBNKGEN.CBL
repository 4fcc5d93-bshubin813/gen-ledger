003200*  MODIFICATION HISTORY                                         *
003300*---------------------------------------------------------------*
003400*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003433*  10/15/26  MJF  GENERATED BATCH HEADERS ARE WRITTEN TO THE     *
003466*                 BASE LEDGER (BLANK GLBTCH-BOOK-CODE).          *
003472*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION  *
003478*                 FILE (GLPNDREC); GENERATED LINES ARE WRITTEN   *
003484*                 TO IT AT STATUS PENDING INSTEAD OF BEING       *
003490*                 APPENDED.                                      *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
006400         FILE STATUS  IS WS-BTCH-STATUS.
006500
006600     SELECT JE-FILE    ASSIGN TO GLTRANIN
006700         ORGANIZATION IS INDEXED
006733         ACCESS       IS DYNAMIC
006766         RECORD KEY   IS GLPND-KEY
006800         FILE STATUS  IS WS-JE-STATUS.
006900
007000/
009300 FD  JE-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009550     COPY GLPNDREC.
009600     COPY GLJEREC.
009700
009800/
017900     OPEN INPUT  BRL-FILE.
018000     OPEN I-O    HST-FILE.
018100     OPEN I-O    BTCH-FILE.
018200     OPEN I-O    JE-FILE.
018300
018400     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
018500
036120* THE BANK'S OWN REFERENCE IS THE LINE'S SOURCE DOCUMENT.
036130*
036140     MOVE GLBST-BANK-REF (1:15)   TO  GLJE-DOC-REF.
036150     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
036160     MOVE SPACES                  TO  GLJE-TAX-CODE.
036200
036233     MOVE "P"                     TO  GLPND-STATUS-SW.
036266     MOVE WS-TODAY-DATE           TO  GLPND-STATUS-DATE.
036300     WRITE GLPND-RECORD.
036400     IF  NOT WS-JE-OK
036500         DISPLAY "GLBNKGEN - ERROR WRITING GLTRANIN, STATUS "
036600                 WS-JE-STATUS
041300     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
041400     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
041500     MOVE "BNKG"                  TO  GLBTCH-SOURCE-CODE.
041550     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
041600
041700     WRITE GLBTCH-RECORD.
041800     IF  NOT WS-BTCH-OK
