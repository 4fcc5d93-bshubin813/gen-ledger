004700*                 ROW IS FULLY INITIALIZED BEFORE THE            *
004800*                 WRITE INSTEAD OF INHERITING WHATEVER THE       *
004900*                 RECORD AREA LAST HELD.                         *
004910*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
004920*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
005000*****************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
015400
015500 77  WS-MNT-CNT                 PIC 9(07) BINARY VALUE ZERO.
015600
015610     COPY GLLCHREC.
015620
015700/
015800****************************************************************
015900* L I N K A G E   S E C T I O N                                *
048700     MOVE GLCOA-CURR-BAL          TO  GLLOG-BAL-BEFORE.
048800     MOVE GLCOA-CURR-BAL          TO  GLLOG-BAL-AFTER.
048900
048910     MOVE "L"                     TO  GLLCH-FUNCTION.
048920     MOVE "N"                     TO  GLLCH-COMMIT-SW.
048930     CALL "GLLOGCHN"         USING GLLCH-AREA
048940                                   GLLOG-RECORD.
049000     WRITE GLLOG-RECORD.
049100     IF  NOT WS-LOG-OK
049200         DISPLAY "GLCOAMNT - ERROR WRITING GLPSTLOG, STATUS "
050300 9000-TERMINATE.
050400     CLOSE SCREEN-FILE.
050500     CLOSE COA-FILE.
050510     MOVE "E"                     TO  GLLCH-FUNCTION.
050520     CALL "GLLOGCHN"         USING GLLCH-AREA
050530                                   GLLOG-RECORD.
050600     CLOSE LOG-FILE.
050700     CLOSE SEG-FILE.
050800 9000-EXIT.
