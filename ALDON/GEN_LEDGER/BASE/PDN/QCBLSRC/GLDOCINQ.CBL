002700*  MODIFICATION HISTORY                                         *
002800*---------------------------------------------------------------*
002900*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
002910*  10/15/26  MJF  LINES ON ACCOUNTS IN A RESTRICTED RANGE        *
002920*                 (GLRSTRNG) ARE LEFT OFF THE LIST UNLESS THE    *
002930*                 USER HOLDS THE RESTRICTED-VIEW RIGHT; GLRSTCHK *
002940*                 LOGS EACH ONE WITH ACTION CODE X.              *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
011600 77  SUBFILE-RRN                PIC 9(04) VALUE ZERO.
011700 77  WS-SFL-ROWS                PIC 9(04) BINARY VALUE ZERO.
011800 77  WS-MATCH-CNT               PIC 9(05) BINARY VALUE ZERO.
011810 77  WS-HIDDEN-CNT              PIC 9(05) BINARY VALUE ZERO.
011820
011830     COPY GLRSCREC.
011900
012000/
012100****************************************************************
019300
019400     PERFORM 3100-CLEAR-SUBFILE   THRU 3100-EXIT.
019500     MOVE ZERO                    TO  WS-MATCH-CNT.
019510     MOVE ZERO                    TO  WS-HIDDEN-CNT.
019600     MOVE SPACES                  TO  WS-HST-STATUS.
019700
019800     MOVE LOW-VALUES              TO  GLHST-KEY.
020700     IF  WS-MATCH-CNT IS EQUAL TO ZERO
020800         MOVE "NO POSTED LINES BEAR REFERENCE"
020900                                   TO  INQ-MESSAGE.
020910
020920     IF  WS-HIDDEN-CNT IS GREATER THAN ZERO
020930         MOVE "RESTRICTED LINES NOT SHOWN" TO  INQ-MESSAGE.
021000 3000-EXIT.
021100     EXIT.
021200
024300     PERFORM 3300-CHECK-AUTHORITY THRU 3300-EXIT.
024400     IF  NOT WS-AUTH-OK
024500         GO TO 3200-EXIT.
024510
024520     PERFORM 3400-CHECK-RESTRICTED THRU 3400-EXIT.
024530     IF  GLRSC-HIDE
024540         ADD 1                    TO  WS-HIDDEN-CNT
024550         GO TO 3200-EXIT.
024600
024700     MOVE SPACES                  TO  WS-SFLRCD-REC.
024800     MOVE GLHST-CO-CODE           TO  SFL-CO-CODE.
028000         MOVE "Y"                 TO  WS-AUTH-OK-SW.
028100 3300-EXIT.
028200     EXIT.
028205
028210*****************************************************************
028215* 3400-CHECK-RESTRICTED - A LINE ON AN ACCOUNT IN ONE OF THE    *
028220*                         COMPANY'S RESTRICTED RANGES IS LISTED *
028225*                         ONLY FOR A USER WITH THE RESTRICTED-  *
028230*                         VIEW RIGHT; GLRSTCHK LOGS THE ATTEMPT *
028235*****************************************************************
028240 3400-CHECK-RESTRICTED.
028245     MOVE "C"                     TO  GLRSC-FUNCTION.
028250     MOVE WS-USER-ID              TO  GLRSC-USER-ID.
028255     MOVE GLHST-CO-CODE           TO  GLRSC-CO-CODE.
028260     MOVE GLHST-ACCT-NO           TO  GLRSC-ACCT-NO.
028265     MOVE "E"                     TO  GLRSC-LOG-SW.
028270     CALL "GLRSTCHK"         USING GLRSC-AREA.
028275 3400-EXIT.
028280     EXIT.
028300
028400*****************************************************************
028500* 9000-TERMINATE - CLOSE ALL FILES                               *
028800     CLOSE SCREEN-FILE.
028900     CLOSE HST-FILE.
029000     CLOSE USR-FILE.
029010
029020     MOVE "E"                     TO  GLRSC-FUNCTION.
029030     CALL "GLRSTCHK"         USING GLRSC-AREA.
029100 9000-EXIT.
029200     EXIT.
029300
