003190*                 CANNOT BE MIXED; A MIXED ALLOCATION, OR ONE    *
003192*                 WHOSE DRIVERS SUM TO ZERO, IS REPORTED ON      *
003194*                 THE CONSOLE AND SKIPPED.                       *
003196*  10/15/26  MJF  GENERATED BATCH HEADERS ARE WRITTEN TO THE     *
003198*                 BASE LEDGER (BLANK GLBTCH-BOOK-CODE).          *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
039200     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
039300     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
039400     MOVE "ALLO"                  TO  GLBTCH-SOURCE-CODE.
039450     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
039500
039600     WRITE GLBTCH-RECORD.
039700     IF  NOT WS-BTCH-OK
042000     MOVE WS-GEN-CO-CODE          TO  GLJE-CO-CODE.
042100     MOVE WS-GEN-DEPT-CODE        TO  GLJE-DEPT-CODE.
042150     MOVE SPACES                  TO  GLJE-DOC-REF.
042160     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
042170     MOVE SPACES                  TO  GLJE-TAX-CODE.
042200
042300     WRITE GLJE-RECORD.
042400     IF  NOT WS-GEN-OK
