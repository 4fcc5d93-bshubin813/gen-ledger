002900*  MODIFICATION HISTORY                                         *
003000*---------------------------------------------------------------*
003100*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003120*  10/15/26  MJF  PARALLEL-BOOK HISTORY ROWS (NONBLANK GLHST-    *
003140*                 BOOK-CODE) ARE LEFT OUT OF THE PROOF - THEY    *
003160*                 POST TO THE BOOK'S OWN PERIOD BALANCES, NOT    *
003180*                 GLPERBAL.                                      *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
035600         MOVE "Y"                 TO  WS-HST-EOF-SW
035700         GO TO 4100-EXIT.
035800
035814*
035828* A PARALLEL-BOOK LINE POSTED TO GLBKPBAL, NOT GLPERBAL.
035842*
035856     IF  GLHST-BOOK-CODE IS NOT EQUAL TO SPACES
035870         GO TO 4100-EXIT.
035884
035900     IF  GLHST-DR-CR-CODE IS EQUAL TO "D"
036000         ADD GLHST-EXT-AMT        TO  WS-HIST-DR
036100     ELSE
