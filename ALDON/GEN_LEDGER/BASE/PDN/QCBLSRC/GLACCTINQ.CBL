003280*                 ACCOUNT - MONTH-BY-MONTH DEBITS, CREDITS       *
003290*                 AND ENDING BALANCES WITH THE PRIOR YEAR        *
003295*                 ALONGSIDE.                                     *
003296*  10/15/26  MJF  AN ACCOUNT IN A RESTRICTED RANGE (GLRSTRNG) IS *
003297*                 HIDDEN, AND ITS PF10 DRILL REFUSED, UNLESS THE *
003298*                 USER HOLDS THE RESTRICTED-VIEW RIGHT; GLRSTCHK *
003299*                 LOGS THE ATTEMPT WITH ACTION CODE X.           *
003300*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
003350*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
003400*****************************************************************
003450 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-ISERIES.
003700 OBJECT-COMPUTER.   IBM-ISERIES.
009920
009940 77  WS-DRILL-CO-CODE           PIC X(03) VALUE SPACES.
009960 77  WS-DRILL-ACCT-NO           PIC 9(06) VALUE ZERO.
009970
009980     COPY GLRSCREC.
010000
010010     COPY GLLCHREC.
010020
010100/
010110****************************************************************
010120* L I N K A G E   S E C T I O N                                  *
014870         GO TO 2000-EXIT.
014880
014900     PERFORM 2200-LOOKUP-ACCOUNT      THRU 2200-EXIT.
014910     IF  WS-ACCT-FOUND
014920         PERFORM 2170-CHECK-RESTRICTED THRU 2170-EXIT.
015000     ADD 1                        TO  WS-INQUIRY-CNT.
015010
015020     IF  IND-ON-FOR (DRILL-REQUESTED-IN10)
015030         AND WS-ACCT-FOUND
015035         AND GLRSC-SHOW
015040         PERFORM 2300-DRILL-TO-TREND  THRU 2300-EXIT.
015100 2000-EXIT.
015200     EXIT.
015414
015416     MOVE WS-USER-ID              TO  GLLOG-USER-ID.
015418     ACCEPT GLLOG-DATE            FROM DATE YYYYMMDD.
015419     ACCEPT GLLOG-TIME            FROM TIME.
015420     MOVE ZERO                    TO  GLLOG-BATCH-NO.
015421     MOVE ZERO                    TO  GLLOG-LINE-NO.
015422     MOVE INQ-ACCT-NO             TO  GLLOG-ACCT-NO.
015423     MOVE "X"                     TO  GLLOG-DR-CR-CODE.
015424     MOVE ZERO                    TO  GLLOG-BAL-BEFORE.
015425     MOVE ZERO                    TO  GLLOG-BAL-AFTER.
015426     MOVE "L"                     TO  GLLCH-FUNCTION.
015427     MOVE "N"                     TO  GLLCH-COMMIT-SW.
015428     CALL "GLLOGCHN"         USING GLLCH-AREA
015429                                   GLLOG-RECORD.
015430     WRITE GLLOG-RECORD.
015431 2160-EXIT.
015432     EXIT.
015433
015434*****************************************************************
015435* 2170-CHECK-RESTRICTED - AN ACCOUNT IN ONE OF THE COMPANY'S    *
015436*                         RESTRICTED RANGES IS SHOWN ONLY TO A  *
015437*                         USER WITH THE RESTRICTED-VIEW RIGHT;  *
015438*                         OTHERWISE THE FIGURES ARE CLEARED,    *
015439*                         THE DRILL IS REFUSED AND GLRSTCHK     *
015454*                         LOGS THE ATTEMPT                      *
015456*****************************************************************
015458 2170-CHECK-RESTRICTED.
015460     MOVE "C"                     TO  GLRSC-FUNCTION.
015462     MOVE WS-USER-ID              TO  GLRSC-USER-ID.
015464     MOVE INQ-CO-CODE             TO  GLRSC-CO-CODE.
015466     MOVE INQ-ACCT-NO             TO  GLRSC-ACCT-NO.
015468     MOVE "E"                     TO  GLRSC-LOG-SW.
015470     CALL "GLRSTCHK"         USING GLRSC-AREA.
015472     IF  GLRSC-SHOW
015474         GO TO 2170-EXIT.
015476
015478     MOVE SPACES                  TO  INQ-ACCT-DESC
015480                                       INQ-ACCT-TYPE
015482                                       INQ-NORMAL-BAL.
015484     MOVE ZERO                    TO  INQ-CURR-BAL
015486                                       INQ-PRIOR-BAL.
015488     MOVE "ACCOUNT RESTRICTED"    TO  INQ-MESSAGE.
015490 2170-EXIT.
015492     EXIT.
015494
015496*****************************************************************
015500* 2200-LOOKUP-ACCOUNT - READ THE KEYED ACCOUNT OFF THE CHART OF *
015600*                       ACCOUNTS MASTER AND FILL IN THE         *
015700*                       RESPONSE FIELDS ON THE INQUIRY FORMAT    *
018700     CLOSE SCREEN-FILE.
018800     CLOSE COA-FILE.
018810     CLOSE USR-FILE.
018812     MOVE "E"                     TO  GLLCH-FUNCTION.
018814     CALL "GLLOGCHN"         USING GLLCH-AREA
018816                                   GLLOG-RECORD.
018820     CLOSE LOG-FILE.
018830
018840     MOVE "E"                     TO  GLRSC-FUNCTION.
018850     CALL "GLRSTCHK"         USING GLRSC-AREA.
018900 9000-EXIT.
019000     EXIT.
019100
