003000*  MODIFICATION HISTORY                                         *
003100*---------------------------------------------------------------*
003200*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003210*  10/15/26  MJF  AN ACCOUNT IN A RESTRICTED RANGE (GLRSTRNG) IS *
003220*                 NOT TRENDED UNLESS THE USER HOLDS THE          *
003230*                 RESTRICTED-VIEW RIGHT; GLRSTCHK LOGS THE       *
003240*                 ATTEMPT WITH ACTION CODE X.                    *
003250*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
003260*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
015990         10  WS-TRD-PERIOD-CR       PIC S9(09)V99 COMP-3.
015992         10  WS-TRD-END-BAL         PIC S9(09)V99 COMP-3.
015994
015997     COPY GLRSCREC.
016017
016037     COPY GLLCHREC.
016057
016077/
016100****************************************************************
016200* L I N K A G E   S E C T I O N                                *
016300*                                                              *
024500     PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT.
024600     IF  NOT WS-AUTH-OK
024700         GO TO 3000-EXIT.
024710
024720     PERFORM 3160-CHECK-RESTRICTED THRU 3160-EXIT.
024730     IF  GLRSC-HIDE
024740         GO TO 3000-EXIT.
024800
024900     MOVE INQ-CO-CODE             TO  GLCOA-CO-CODE.
025000     MOVE INQ-ACCT-NO             TO  GLCOA-ACCT-NO.
031600     MOVE "X"                     TO  GLLOG-DR-CR-CODE.
031700     MOVE ZERO                    TO  GLLOG-BAL-BEFORE.
031800     MOVE ZERO                    TO  GLLOG-BAL-AFTER.
031810     MOVE "L"                     TO  GLLCH-FUNCTION.
031820     MOVE "N"                     TO  GLLCH-COMMIT-SW.
031830     CALL "GLLOGCHN"         USING GLLCH-AREA
031840                                   GLLOG-RECORD.
031900     WRITE GLLOG-RECORD.
032000 3150-EXIT.
032100     EXIT.
032104
032108*****************************************************************
032112* 3160-CHECK-RESTRICTED - AN ACCOUNT IN ONE OF THE COMPANY'S    *
032116*                         RESTRICTED RANGES IS TRENDED ONLY     *
032120*                         FOR A USER WITH THE RESTRICTED-VIEW   *
032124*                         RIGHT; OTHERWISE THE PANEL IS         *
032128*                         CLEARED AND GLRSTCHK LOGS IT          *
032132*****************************************************************
032136 3160-CHECK-RESTRICTED.
032140     MOVE "C"                     TO  GLRSC-FUNCTION.
032144     MOVE WS-USER-ID              TO  GLRSC-USER-ID.
032148     MOVE INQ-CO-CODE             TO  GLRSC-CO-CODE.
032152     MOVE INQ-ACCT-NO             TO  GLRSC-ACCT-NO.
032156     MOVE "E"                     TO  GLRSC-LOG-SW.
032160     CALL "GLRSTCHK"         USING GLRSC-AREA.
032164     IF  GLRSC-SHOW
032168         GO TO 3160-EXIT.
032172
032176     PERFORM 3200-CLEAR-SUBFILE   THRU 3200-EXIT.
032180     MOVE SPACES                  TO  INQ-ACCT-DESC.
032184     MOVE "ACCOUNT RESTRICTED"    TO  INQ-MESSAGE.
032188 3160-EXIT.
032192     EXIT.
032200
032300*****************************************************************
032400* 3200-CLEAR-SUBFILE - EMPTY THE TREND SUBFILE AHEAD OF A NEW   *
041900     CLOSE BAL-FILE.
042000     CLOSE COA-FILE.
042100     CLOSE USR-FILE.
042110     MOVE "E"                     TO  GLLCH-FUNCTION.
042120     CALL "GLLOGCHN"         USING GLLCH-AREA
042130                                   GLLOG-RECORD.
042200     CLOSE LOG-FILE.
042210
042220     MOVE "E"                     TO  GLRSC-FUNCTION.
042230     CALL "GLRSTCHK"         USING GLRSC-AREA.
042300 9000-EXIT.
042400     EXIT.
042500
