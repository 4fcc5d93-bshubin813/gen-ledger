002400*  MODIFICATION HISTORY                                         *
002500*---------------------------------------------------------------*
002600*  08/21/26  MJF  ORIGINAL PROGRAM.                             *
002633*  10/15/26  MJF  PARALLEL-BOOK HISTORY ROWS ARE LEFT OUT OF THE *
002666*                 EXPOSURE, WHICH IS A BASE-LEDGER FIGURE.       *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
021500
021600     IF  GLHST-CURR-CODE IS EQUAL TO WS-HOME-CURR-CODE
021700     OR  GLHST-CURR-CODE IS EQUAL TO SPACES
021750     OR  GLHST-BOOK-CODE IS NOT EQUAL TO SPACES
021800         GO TO 1600-EXIT.
021900
022000     MOVE GLHST-CURR-CODE         TO  SRT-CURR-CODE.
