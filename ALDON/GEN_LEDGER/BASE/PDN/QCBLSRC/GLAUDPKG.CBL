001800*  THE SAME WAY THE STREAM DRIVER AND QUEUE RUNNER RUN THEIRS,  *
001900*  WITH THE YEAR'S SELECTION AREA - THE WRAPPER SUPPLIES EACH   *
002000*  PROGRAM'S OWN PARAMETER SHAPE FROM IT.                       *
002010*  THE JOURNAL-ENTRY TESTING REPORT (GLJETEST) RUNS LAST, ON    *
002020*  ITS DEFAULT CRITERIA, AS THE AUDITORS' STARTING SELECTIONS.  *
002100*                                                               *
002200*  THE WHOLE PACKAGE IS BUNDLED UNDER ONE RUN-STATISTICS ROW    *
002300*  (GLRUNSTAT, RUN-ID "GLAUDPKG") - IN-FLIGHT WHILE THE         *
002900*  MODIFICATION HISTORY                                         *
003000*---------------------------------------------------------------*
003100*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003125*  10/15/26  MJF  THE REPORT SELECTION AREA NOW CARRIES A BOOK   *
003150*                 CODE, LEFT BLANK SO THE PACKAGE REPORTS THE    *
003175*                 BASE LEDGER.                                   *
003181*  10/15/26  MJF  THE JOURNAL-ENTRY TESTING REPORT (GLJETEST) IS *
003187*                 ADDED AS THE PACKAGE'S SIXTH ARTIFACT, ON ITS  *
003193*                 DEFAULT CRITERIA.                              *
003194*  10/15/26  MJF  THE PACKAGE'S REPORTS RUN FOR NO USER (GLRQS-  *
003195*                 USER-ID BLANK), SO RESTRICTED ACCOUNT RANGES   *
003196*                 ARE ALWAYS SUMMARIZED IN THEM.                 *
003197*  10/15/26  MJF  THE COLUMN SELECTIONS OF THE SELECTION AREA    *
003198*                 (GLRQS-COL-*) ARE CLEARED FOR THE PACKAGE'S    *
003199*                 REPORTS.                                       *
003200*  10/15/26  MJF  THE DEPARTMENT RANGE AND AUTHORIZED-COMPANY    *
003201*                 SWITCH IN THE SELECTION AREA ARE CLEARED, SO   *
003202*                 THE PACKAGE ALWAYS COVERS EVERY DEPARTMENT AND *
003234*                 COMPANY.                                       *
003267*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-ISERIES.
008500                   ==GLRQS-ACCT-FROM==   BY ==WS-RQS-ACCT-FROM==
008600                   ==GLRQS-ACCT-TO==     BY ==WS-RQS-ACCT-TO==
008700                   ==GLRQS-PERIOD-FROM== BY ==WS-RQS-PER-FROM==
008800                   ==GLRQS-PERIOD-TO==   BY ==WS-RQS-PER-TO==
008850                   ==GLRQS-BOOK-CODE==   BY ==WS-RQS-BOOK-CODE==
008858                   ==GLRQS-JE-ROUND-AMT==  BY ==WS-RQS-ROUND-AMT==
008866                   ==GLRQS-JE-MINUTES==    BY ==WS-RQS-MINUTES==
008874                   ==GLRQS-JE-RARE-CNT==   BY ==WS-RQS-RARE-CNT==
008882                   ==GLRQS-JE-DAY-START==  BY ==WS-RQS-DAY-START==
008890                   ==GLRQS-JE-DAY-END==    BY ==WS-RQS-DAY-END==
008895                   ==GLRQS-USER-ID==       BY ==WS-RQS-USER-ID==
008896                   ==GLRQS-COL-BASIS==     BY ==WS-RQS-COL-BASIS==
008897                   ==GLRQS-COL-NODE==      BY ==WS-RQS-COL-NODE==
008898                   ==GLRQS-COL-FILE-SW==
008899                       BY ==WS-RQS-COL-FILE-SW==
008900                   ==GLRQS-DEPT-FROM==     BY ==WS-RQS-DEPT-FROM==
008901                   ==GLRQS-DEPT-TO==       BY ==WS-RQS-DEPT-TO==
008902                   ==GLRQS-AUTH-CO-SW==
008934                       BY ==WS-RQS-AUTH-CO-SW==.
008967
009000*
009100* THE SIX ARTIFACTS OF THE PACKAGE, RUN IN ORDER.
009200*
009300 01  WS-STEP-TABLE.
009400     05  FILLER                 PIC X(10) VALUE "GLTRIAL".
009600     05  FILLER                 PIC X(10) VALUE "GLSRCREG".
009700     05  FILLER                 PIC X(10) VALUE "GLLOGRPT".
009800     05  FILLER                 PIC X(10) VALUE "GLEXTRCT".
009810     05  FILLER                 PIC X(10) VALUE "GLJETEST".
009900 01  WS-STEP-TABLE-R            REDEFINES WS-STEP-TABLE.
010000     05  WS-STEP-PGM            OCCURS 6 TIMES
010100                                PIC X(10).
010200
010300/
012200     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
012300     PERFORM 2000-RUN-ONE-STEP        THRU 2000-EXIT
012400         VARYING WS-STEP-IX FROM 1 BY 1
012500         UNTIL WS-STEP-IX IS GREATER THAN 6.
012600     PERFORM 8000-COMPLETE-RUN-STATS  THRU 8000-EXIT.
012700     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
012800     GO TO 9999-EXIT.
013900
014000     MOVE SPACES                  TO  WS-RQS-CO-FROM.
014100     MOVE SPACES                  TO  WS-RQS-CO-TO.
014150     MOVE SPACES                  TO  WS-RQS-BOOK-CODE.
014200     MOVE ZERO                    TO  WS-RQS-ACCT-FROM.
014300     MOVE ZERO                    TO  WS-RQS-ACCT-TO.
014310     MOVE ZERO                    TO  WS-RQS-ROUND-AMT.
014320     MOVE ZERO                    TO  WS-RQS-MINUTES.
014330     MOVE ZERO                    TO  WS-RQS-RARE-CNT.
014340     MOVE ZERO                    TO  WS-RQS-DAY-START.
014350     MOVE ZERO                    TO  WS-RQS-DAY-END.
014360     MOVE SPACES                  TO  WS-RQS-USER-ID.
014370     MOVE SPACES                  TO  WS-RQS-COL-BASIS.
014380     MOVE SPACES                  TO  WS-RQS-COL-NODE.
014390     MOVE SPACES                  TO  WS-RQS-COL-FILE-SW.
014392     MOVE SPACES                  TO  WS-RQS-DEPT-FROM.
014394     MOVE SPACES                  TO  WS-RQS-DEPT-TO.
014396     MOVE SPACES                  TO  WS-RQS-AUTH-CO-SW.
014400
014500     MOVE WS-AUDIT-YEAR           TO  WS-PB-YEAR.
014600     MOVE 01                      TO  WS-PB-MONTH.
