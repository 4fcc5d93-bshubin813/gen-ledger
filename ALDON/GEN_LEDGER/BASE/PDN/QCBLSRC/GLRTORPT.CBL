002600*  MODIFICATION HISTORY                                         *
002700*---------------------------------------------------------------*
002800*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
002810*  10/15/26  MJF  OPENING-BALANCE CONVERSION ROWS                *
002820*                 (GLBAL-CONV-SW) ARE LEFT OUT OF THE MONEY      *
002830*                 RANGE'S PERIOD MOVEMENT.                       *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
049000         INVALID KEY
049100             GO TO 3350-EXIT.
049200
049210     IF  GLBAL-IS-CONVERSION
049220         GO TO 3350-EXIT.
049230
049300     ADD GLBAL-PERIOD-DR          TO  WS-MONEY-AMT.
049400     SUBTRACT GLBAL-PERIOD-CR     FROM WS-MONEY-AMT.
049500 3350-EXIT.
