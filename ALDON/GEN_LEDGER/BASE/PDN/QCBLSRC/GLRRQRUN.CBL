002100*  MODIFICATION HISTORY                                         *
002200*---------------------------------------------------------------*
002300*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
002333*  10/15/26  MJF  THE QUEUED REQUEST'S BOOK CODE NOW PASSES TO   *
002366*                 THE REPORT IN THE SELECTION AREA.              *
002374*  10/15/26  MJF  A QUEUED REQUEST'S JOURNAL-ENTRY TESTING       *
002382*                 CRITERIA ARE PASSED THROUGH IN THE SELECTION   *
002390*                 AREA.                                          *
002392*  10/15/26  MJF  THE REQUESTING USER NOW PASSES TO THE REPORT   *
002394*                 (GLRQS-USER-ID) SO RESTRICTED ACCOUNT RANGES   *
002396*                 PRINT ONLY FOR A USER WITH THE RESTRICTED-VIEW *
002398*                 RIGHT.                                         *
002399*  10/15/26  MJF  A QUEUED REQUEST'S COLUMN SELECTIONS (GLRQS-   *
002432*                 COL-*) PASS THROUGH IN THE SELECTION AREA.     *
002438*  10/15/26  MJF  A REQUEST FOR A REPORT WITH DISTRIBUTION ROWS  *
002444*                 (GLDSTREC) IS BURST BY GLRPTDST INTO ONE       *
002450*                 SPOOLED COPY PER RECIPIENT INSTEAD OF RUN      *
002456*                 ONCE.                                          *
002466*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-ISERIES.
007300                   ==GLRQS-ACCT-FROM==   BY ==WS-RQS-ACCT-FROM==
007400                   ==GLRQS-ACCT-TO==     BY ==WS-RQS-ACCT-TO==
007500                   ==GLRQS-PERIOD-FROM== BY ==WS-RQS-PER-FROM==
007600                   ==GLRQS-PERIOD-TO==   BY ==WS-RQS-PER-TO==
007650                   ==GLRQS-BOOK-CODE==   BY ==WS-RQS-BOOK-CODE==
007658                   ==GLRQS-JE-ROUND-AMT==  BY ==WS-RQS-ROUND-AMT==
007666                   ==GLRQS-JE-MINUTES==    BY ==WS-RQS-MINUTES==
007674                   ==GLRQS-JE-RARE-CNT==   BY ==WS-RQS-RARE-CNT==
007682                   ==GLRQS-JE-DAY-START==  BY ==WS-RQS-DAY-START==
007690                   ==GLRQS-JE-DAY-END==    BY ==WS-RQS-DAY-END==
007695                   ==GLRQS-USER-ID==       BY ==WS-RQS-USER-ID==
007696                   ==GLRQS-COL-BASIS==     BY ==WS-RQS-COL-BASIS==
007697                   ==GLRQS-COL-NODE==      BY ==WS-RQS-COL-NODE==
007698                   ==GLRQS-COL-FILE-SW==
007699                       BY ==WS-RQS-COL-FILE-SW==
007700                   ==GLRQS-DEPT-FROM==     BY ==WS-RQS-DEPT-FROM==
007701                   ==GLRQS-DEPT-TO==       BY ==WS-RQS-DEPT-TO==
007702                   ==GLRQS-AUTH-CO-SW==
007703                       BY ==WS-RQS-AUTH-CO-SW==.
007704
007735     COPY GLDSPREC.
007767
007800/
007900*****************************************************************
008000* P R O C E D U R E   D I V I S I O N                           *
012700     MOVE GLRRQ-ACCT-TO           TO  WS-RQS-ACCT-TO.
012800     MOVE GLRRQ-PERIOD-FROM       TO  WS-RQS-PER-FROM.
012900     MOVE GLRRQ-PERIOD-TO         TO  WS-RQS-PER-TO.
012950     MOVE GLRRQ-BOOK-CODE         TO  WS-RQS-BOOK-CODE.
012958     MOVE GLRRQ-JE-ROUND-AMT      TO  WS-RQS-ROUND-AMT.
012966     MOVE GLRRQ-JE-MINUTES        TO  WS-RQS-MINUTES.
012974     MOVE GLRRQ-JE-RARE-CNT       TO  WS-RQS-RARE-CNT.
012982     MOVE GLRRQ-JE-DAY-START      TO  WS-RQS-DAY-START.
012990     MOVE GLRRQ-JE-DAY-END        TO  WS-RQS-DAY-END.
012995     MOVE GLRRQ-USER-ID           TO  WS-RQS-USER-ID.
012996     MOVE GLRRQ-COL-BASIS         TO  WS-RQS-COL-BASIS.
012997     MOVE GLRRQ-COL-NODE          TO  WS-RQS-COL-NODE.
012998     MOVE GLRRQ-COL-FILE-SW       TO  WS-RQS-COL-FILE-SW.
012999     MOVE SPACES                  TO  WS-RQS-DEPT-FROM.
013000     MOVE SPACES                  TO  WS-RQS-DEPT-TO.
013033     MOVE SPACES                  TO  WS-RQS-AUTH-CO-SW.
013066     MOVE GLRRQ-PGM               TO  WS-CALL-PGM.
013100
013200     MOVE "N"                     TO  WS-CALL-FAILED-SW.
013206     MOVE WS-CALL-PGM             TO  GLDSP-PGM-ID.
013212     MOVE "GLRRQRUN"              TO  GLDSP-SOURCE-PGM.
013218     MOVE GLRRQ-REQ-NO            TO  GLDSP-REQ-NO.
013224     MOVE WS-WRAP-USER-ID         TO  GLDSP-WRAP-USER-ID.
013230     MOVE WS-WRAP-FUNDS-OPTION    TO  GLDSP-FUNDS-OPTION.
013236     MOVE "N"                     TO  GLDSP-RESULT.
013242     CALL "GLRPTDST"         USING GLDSP-AREA
013248                                   WS-RQS-AREA
013254         ON EXCEPTION
013260             MOVE "N"             TO  GLDSP-RESULT
013266     END-CALL.
013272     IF  GLDSP-COPY-FAILED
013278         MOVE "Y"                 TO  WS-CALL-FAILED-SW.
013284
013290     IF  GLDSP-NOT-DISTRIBUTED
013300         CALL "GLNIGHTC"         USING WS-CALL-PGM
013320                                       WS-WRAP-USER-ID
013340                                       WS-WRAP-FUNDS-OPTION
013360                                       WS-RQS-AREA
013380                                       WS-WRAP-EXCEPTIONS
013400             ON EXCEPTION
013500                 MOVE "Y"             TO  WS-CALL-FAILED-SW
013600         END-CALL.
013700
013800     ACCEPT WS-RUN-TIME           FROM TIME.
013900
