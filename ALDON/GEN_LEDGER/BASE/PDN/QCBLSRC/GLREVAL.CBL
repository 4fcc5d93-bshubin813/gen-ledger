003000*  MODIFICATION HISTORY                                         *
003100*---------------------------------------------------------------*
003200*  08/16/26  MJF  ORIGINAL PROGRAM.                             *
003220*  10/15/26  MJF  GENERATED BATCH HEADERS ARE WRITTEN TO THE     *
003240*                 BASE LEDGER (BLANK GLBTCH-BOOK-CODE), AND      *
003260*                 PARALLEL-BOOK HISTORY ROWS ARE LEFT OUT OF THE *
003280*                 OPEN FOREIGN BALANCES REVALUED.                *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
024100
024200     IF  GLHST-CURR-CODE IS NOT EQUAL TO WS-HOME-CURR-CODE
024300     AND GLHST-CURR-CODE IS NOT EQUAL TO SPACES
024350     AND GLHST-BOOK-CODE IS EQUAL TO SPACES
024400         PERFORM 2200-ACCUM-CURRENCY THRU 2200-EXIT.
024500
024600     PERFORM 2100-READ-NEXT-HST   THRU 2100-EXIT.
041400     MOVE WS-HOME-CURR-CODE       TO  GLJE-CURR-CODE.
041500     MOVE WS-PREV-CO-CODE         TO  GLJE-CO-CODE.
041600     MOVE SPACES                  TO  GLJE-DEPT-CODE.
041610     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
041620     MOVE SPACES                  TO  GLJE-TAX-CODE.
041700
041800     WRITE GLJE-RECORD.
041900     IF  NOT WS-GEN-OK
045700     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
045800     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
045810     MOVE "FXRV"                  TO  GLBTCH-SOURCE-CODE.
045855     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
045900
046000     WRITE GLBTCH-RECORD.
046100     IF  NOT WS-BTCH-OK
