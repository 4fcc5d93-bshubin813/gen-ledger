002600*  MODIFICATION HISTORY                                         *
002700*---------------------------------------------------------------*
002800*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
002833*  10/15/26  MJF  GENERATED BATCH HEADERS ARE WRITTEN TO THE     *
002866*                 BASE LEDGER (BLANK GLBTCH-BOOK-CODE).          *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
028600     MOVE GLINT-CO-CODE           TO  GLJE-CO-CODE.
028700     MOVE SPACES                  TO  GLJE-DEPT-CODE.
028750     MOVE SPACES                  TO  GLJE-DOC-REF.
028760     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
028770     MOVE SPACES                  TO  GLJE-TAX-CODE.
028800
028900     WRITE GLJE-RECORD.
029000     IF  NOT WS-GEN-OK
033100     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
033200     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
033300     MOVE "INTR"                  TO  GLBTCH-SOURCE-CODE.
033350     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
033400
033500     WRITE GLBTCH-RECORD.
033600     IF  NOT WS-BTCH-OK
