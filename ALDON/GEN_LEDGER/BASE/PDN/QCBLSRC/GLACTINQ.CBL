004050*                 MARKING ARCHIVED ROWS "A" ON THE SUBFILE -     *
004060*                 NO MORE GLRETRVE EXTRACT JOB FOR A             *
004070*                 QUESTION OLDER THAN RETENTION.                 *
004076*  10/15/26  MJF  AN ACCOUNT IN A RESTRICTED RANGE (GLRSTRNG) IS *
004082*                 NOT LISTED UNLESS THE USER HOLDS THE           *
004088*                 RESTRICTED-VIEW RIGHT; GLRSTCHK LOGS THE       *
004094*                 ATTEMPT WITH ACTION CODE X.                    *
004096*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
004098*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
015940     88  WS-HSA-EOF                      VALUE "10".
015950
015960 77  WS-EARLIEST-LIVE-DATE      PIC 9(08) VALUE 99999999.
015970
015980     COPY GLRSCREC.
016000
016010     COPY GLLCHREC.
016020
016100/
016200*****************************************************************
016300* P R O C E D U R E   D I V I S I O N                           *
023000         MOVE "NOT AUTHORIZED FOR COMPANY" TO  CTL-MESSAGE
023100         GO TO 2000-EXIT.
023200
023210     PERFORM 2070-CHECK-RESTRICTED    THRU 2070-EXIT.
023220     IF  GLRSC-HIDE
023230         SET IND-OFF-FOR (DISPLAY-DATA-IN40) TO TRUE
023240         MOVE "ACCOUNT RESTRICTED" TO  CTL-MESSAGE
023250         GO TO 2000-EXIT.
023260
023300     PERFORM 3000-BUILD-SUBFILE       THRU 3000-EXIT.
023400
023500     IF  WS-LINE-CNT IS EQUAL TO ZERO
027300     MOVE "X"                     TO  GLLOG-DR-CR-CODE.
027400     MOVE ZERO                    TO  GLLOG-BAL-BEFORE.
027500     MOVE ZERO                    TO  GLLOG-BAL-AFTER.
027510     MOVE "L"                     TO  GLLCH-FUNCTION.
027520     MOVE "N"                     TO  GLLCH-COMMIT-SW.
027530     CALL "GLLOGCHN"         USING GLLCH-AREA
027540                                   GLLOG-RECORD.
027600     WRITE GLLOG-RECORD.
027700 2060-EXIT.
027800     EXIT.
027805
027810*****************************************************************
027815* 2070-CHECK-RESTRICTED - AN ACCOUNT IN ONE OF THE COMPANY'S    *
027820*                         RESTRICTED RANGES IS LISTED ONLY FOR  *
027825*                         A USER WITH THE RESTRICTED-VIEW       *
027830*                         RIGHT; GLRSTCHK LOGS EVERY REFUSAL    *
027835*****************************************************************
027840 2070-CHECK-RESTRICTED.
027845     MOVE "C"                     TO  GLRSC-FUNCTION.
027850     MOVE WS-USER-ID              TO  GLRSC-USER-ID.
027855     MOVE WS-INQ-CO-CODE          TO  GLRSC-CO-CODE.
027860     MOVE WS-INQ-ACCT-NO          TO  GLRSC-ACCT-NO.
027865     MOVE "E"                     TO  GLRSC-LOG-SW.
027870     CALL "GLRSTCHK"         USING GLRSC-AREA.
027875 2070-EXIT.
027880     EXIT.
027900
028000*****************************************************************
028100* 3000-BUILD-SUBFILE - CLEAR THE SUBFILE, THEN PASS THE POSTED  *
038900     CLOSE HST-FILE.
038950     CLOSE HSA-FILE.
039000     CLOSE USR-FILE.
039010     MOVE "E"                     TO  GLLCH-FUNCTION.
039020     CALL "GLLOGCHN"         USING GLLCH-AREA
039030                                   GLLOG-RECORD.
039100     CLOSE LOG-FILE.
039200     CLOSE NAR-FILE.
039210
039220     MOVE "E"                     TO  GLRSC-FUNCTION.
039230     CALL "GLRSTCHK"         USING GLRSC-AREA.
039300 9000-EXIT.
039400     EXIT.
039500
