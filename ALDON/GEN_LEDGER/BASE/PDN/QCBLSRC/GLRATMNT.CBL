003200*  MODIFICATION HISTORY                                         *
003300*---------------------------------------------------------------*
003400*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003410*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
003420*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
013300                                          VALUE ZERO.
013400 77  WS-MNT-CNT                 PIC 9(07) BINARY VALUE ZERO.
013500
013510     COPY GLLCHREC.
013520
013600/
013700****************************************************************
013800* L I N K A G E   S E C T I O N                                *
033300     MOVE WS-PREV-RATE            TO  GLLOG-BAL-BEFORE.
033400     MOVE RAT-RATE                TO  GLLOG-BAL-AFTER.
033500
033510     MOVE "L"                     TO  GLLCH-FUNCTION.
033520     MOVE "N"                     TO  GLLCH-COMMIT-SW.
033530     CALL "GLLOGCHN"         USING GLLCH-AREA
033540                                   GLLOG-RECORD.
033600     WRITE GLLOG-RECORD.
033700     IF  NOT WS-LOG-OK
033800         DISPLAY "GLRATMNT - ERROR WRITING GLPSTLOG, STATUS "
035000     CLOSE SCREEN-FILE.
035100     CLOSE RAT-FILE.
035200     CLOSE CURR-FILE.
035210     MOVE "E"                     TO  GLLCH-FUNCTION.
035220     CALL "GLLOGCHN"         USING GLLCH-AREA
035230                                   GLLOG-RECORD.
035300     CLOSE LOG-FILE.
035400 9000-EXIT.
035500     EXIT.
