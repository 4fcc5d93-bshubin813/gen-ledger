002860*                 APPROVAL SCHEME.                               *
002870*  08/18/26  MJF  GENERATED HEADERS CARRY JOURNAL SOURCE         *
002880*                 CODE "RECR".                                   *
002886*  10/15/26  MJF  GENERATED BATCH HEADERS ARE WRITTEN TO THE     *
002892*                 BASE LEDGER (BLANK GLBTCH-BOOK-CODE).          *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
022500     MOVE GLREC-CURR-CODE         TO  GLJE-CURR-CODE.
022550     MOVE GLREC-DEPT-CODE         TO  GLJE-DEPT-CODE.
022560     MOVE SPACES                  TO  GLJE-DOC-REF.
022570     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
022580     MOVE SPACES                  TO  GLJE-TAX-CODE.
022600
022700     WRITE GLJE-RECORD.
022710     IF  WS-GEN-STATUS IS NOT EQUAL TO "00"
027020     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
027030     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
027040     MOVE "RECR"                  TO  GLBTCH-SOURCE-CODE.
027070     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
027100
027200     WRITE GLBTCH-RECORD.
027210     IF  NOT WS-BTCH-OK
