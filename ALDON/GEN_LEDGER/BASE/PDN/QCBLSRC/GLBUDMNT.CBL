004000*  MODIFICATION HISTORY                                         *
004100*---------------------------------------------------------------*
004200*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
004210*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
004220*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
018200     05  WS-STP-YEAR            PIC 9(04).
018300     05  WS-STP-MONTH           PIC 9(02).
018400
018410     COPY GLLCHREC.
018420
018500/
018600****************************************************************
018700* L I N K A G E   S E C T I O N                                *
057300     MOVE WS-AMT-BEFORE           TO  GLLOG-BAL-BEFORE.
057400     MOVE GLBUD-AMOUNT            TO  GLLOG-BAL-AFTER.
057500
057510     MOVE "L"                     TO  GLLCH-FUNCTION.
057520     MOVE "N"                     TO  GLLCH-COMMIT-SW.
057530     CALL "GLLOGCHN"         USING GLLCH-AREA
057540                                   GLLOG-RECORD.
057600     WRITE GLLOG-RECORD.
057700     IF  NOT WS-LOG-OK
057800         DISPLAY "GLBUDMNT - ERROR WRITING GLPSTLOG, STATUS "
059200     CLOSE DAC-FILE.
059300     CLOSE COA-FILE.
059400     CLOSE DEP-FILE.
059410     MOVE "E"                     TO  GLLCH-FUNCTION.
059420     CALL "GLLOGCHN"         USING GLLCH-AREA
059430                                   GLLOG-RECORD.
059500     CLOSE LOG-FILE.
059600 9000-EXIT.
059700     EXIT.
