001200*  COMPANY, AND IS NO LONGER MAINTAINED WITH DFU.  THE          *
001300*  OPERATOR KEYS AN ACTION (A=ADD, C=CHANGE, R=REVOKE),         *
001400*  USER PROFILE AND COMPANY ON THE USRFMT FORMAT, PLUS THE      *
001500*  POST, INQUIRE AND RESTRICTED-VIEW RIGHTS (Y/N) FOR ADD AND  *
001510*  CHANGE.  A                                                   *
001600*  REVOKED ROW IS DELETED - A USER/COMPANY PAIR WITH NO ROW     *
001700*  HAS NO AUTHORITY.                                            *
001800*                                                               *
002800*  MODIFICATION HISTORY                                         *
002900*---------------------------------------------------------------*
003000*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003010*  10/15/26  MJF  ADD RESTRICTED-VIEW RIGHT.                     *
003020*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
003030*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
010800
010900 77  WS-MNT-CNT                 PIC 9(07) BINARY VALUE ZERO.
011000
011010     COPY GLLCHREC.
011020
011100/
011200****************************************************************
011300* L I N K A G E   S E C T I O N                                *
020500     MOVE USR-CO-CODE             TO  GLUSR-CO-CODE.
020600     MOVE USR-POST-SW             TO  GLUSR-POST-SW.
020700     MOVE USR-INQUIRE-SW          TO  GLUSR-INQUIRE-SW.
020710     MOVE USR-RESTRICT-SW         TO  GLUSR-RESTRICT-SW.
020800
020900     WRITE GLUSR-RECORD.
021000     IF  NOT WS-USR-OK
023400
023500     MOVE USR-POST-SW             TO  GLUSR-POST-SW.
023600     MOVE USR-INQUIRE-SW          TO  GLUSR-INQUIRE-SW.
023610     MOVE USR-RESTRICT-SW         TO  GLUSR-RESTRICT-SW.
023700
023800     REWRITE GLUSR-RECORD.
023900     IF  NOT WS-USR-OK
029400         MOVE "INQUIRE RIGHT MUST BE Y OR N" TO  USR-MESSAGE
029500         GO TO 6000-EXIT.
029600
029610     IF  USR-RESTRICT-SW IS NOT EQUAL TO "Y"
029620     AND USR-RESTRICT-SW IS NOT EQUAL TO "N"
029630         MOVE "RESTRICTED-VIEW RIGHT MUST BE Y OR N"
029640                                   TO  USR-MESSAGE
029650         GO TO 6000-EXIT.
029660
029700     MOVE "Y"                     TO  WS-EDITS-OK-SW.
029800 6000-EXIT.
029900     EXIT.
031400     MOVE ZERO                    TO  GLLOG-BAL-BEFORE.
031500     MOVE ZERO                    TO  GLLOG-BAL-AFTER.
031600
031610     MOVE "L"                     TO  GLLCH-FUNCTION.
031620     MOVE "N"                     TO  GLLCH-COMMIT-SW.
031630     CALL "GLLOGCHN"         USING GLLCH-AREA
031640                                   GLLOG-RECORD.
031700     WRITE GLLOG-RECORD.
031800     IF  NOT WS-LOG-OK
031900         DISPLAY "GLUSRMNT - ERROR WRITING GLPSTLOG, STATUS "
033000 9000-TERMINATE.
033100     CLOSE SCREEN-FILE.
033200     CLOSE USR-FILE.
033210     MOVE "E"                     TO  GLLCH-FUNCTION.
033220     CALL "GLLOGCHN"         USING GLLCH-AREA
033230                                   GLLOG-RECORD.
033300     CLOSE LOG-FILE.
033400 9000-EXIT.
033500     EXIT.
