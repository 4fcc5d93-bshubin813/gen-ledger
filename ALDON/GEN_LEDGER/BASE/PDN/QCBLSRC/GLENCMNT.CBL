003200*  MODIFICATION HISTORY                                         *
003300*---------------------------------------------------------------*
003400*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003410*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
003420*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
014200 77  WS-AMT-BEFORE              PIC S9(09)V99 COMP-3 VALUE ZERO.
014300 77  WS-MNT-CNT                 PIC 9(07) BINARY VALUE ZERO.
014400
014410     COPY GLLCHREC.
014420
014500/
014600****************************************************************
014700* L I N K A G E   S E C T I O N                                *
035600     MOVE WS-AMT-BEFORE           TO  GLLOG-BAL-BEFORE.
035700     MOVE GLENC-OPEN-AMT          TO  GLLOG-BAL-AFTER.
035800
035810     MOVE "L"                     TO  GLLCH-FUNCTION.
035820     MOVE "N"                     TO  GLLCH-COMMIT-SW.
035830     CALL "GLLOGCHN"         USING GLLCH-AREA
035840                                   GLLOG-RECORD.
035900     WRITE GLLOG-RECORD.
036000     IF  NOT WS-LOG-OK
036100         DISPLAY "GLENCMNT - ERROR WRITING GLPSTLOG, STATUS "
037400     CLOSE ENC-FILE.
037500     CLOSE COA-FILE.
037600     CLOSE DEP-FILE.
037610     MOVE "E"                     TO  GLLCH-FUNCTION.
037620     CALL "GLLOGCHN"         USING GLLCH-AREA
037630                                   GLLOG-RECORD.
037700     CLOSE LOG-FILE.
037800 9000-EXIT.
037900     EXIT.
