002000*  THE COMPANY SELECTION ARRIVES THROUGH LINKAGE (GLRQSREC);    *
002100*  THE BALANCES REPORTED ARE THE CLOSED YEAR'S SNAPSHOT, WHICH  *
002200*  CARRIES NO PERIOD, SO THE PERIOD RANGE DOES NOT APPLY -      *
002300*  THE SAME RULE GLYRCMP FOLLOWS.  A BOOK CODE IN THE           *
002325*  SELECTION REPORTS THAT PARALLEL BOOK (THE TAX BOOK, AS A     *
002350*  RULE): EACH ACCOUNT'S CLOSED-YEAR BALANCE THEN INCLUDES THE  *
002375*  BOOK'S OWN CLOSED-YEAR SNAPSHOT FROM GLBKACCT.               *
002400*                                                               *
002500*---------------------------------------------------------------*
002600*  MODIFICATION HISTORY                                         *
002700*---------------------------------------------------------------*
002800*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
002820*  10/15/26  MJF  A BOOK SELECTION (GLRQS-BOOK-CODE) NOW ADDS    *
002840*                 THAT BOOK'S CLOSED-YEAR SNAPSHOT (GLBKACCT) TO *
002860*                 EACH ACCOUNT AND PRINTS THE BOOK UNDER THE     *
002880*                 REPORT TITLE.                                  *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004500         RECORD KEY   IS GLCOA-KEY
004600         FILE STATUS  IS WS-COA-STATUS.
004700
004714     SELECT BKA-FILE   ASSIGN TO GLBKACCT
004728         ORGANIZATION IS INDEXED
004742         ACCESS       IS DYNAMIC
004756         RECORD KEY   IS GLBKA-KEY
004770         FILE STATUS  IS WS-BKA-STATUS.
004784
004800     SELECT RPT-FILE   ASSIGN TO GLTXRPTP
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS  IS WS-RPT-STATUS.
006400     LABEL RECORDS ARE STANDARD.
006500     COPY GLCOAREC.
006600
006620 FD  BKA-FILE
006640     LABEL RECORDS ARE STANDARD.
006660     COPY GLBKAREC.
006680
006700 FD  RPT-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
008400     88  WS-COA-EOF                      VALUE "10".
008500
008600 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
008625
008650 77  WS-BKA-STATUS              PIC X(02) VALUE SPACES.
008675     88  WS-BKA-OK                       VALUE "00".
008700
008800 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
008900     88  WS-FIRST-RECORD                 VALUE "Y".
009000
009100 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
009200 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
009233 77  WS-SEL-BOOK-CODE           PIC X(02) VALUE SPACES.
009266     88  WS-BASE-LEDGER-ONLY             VALUE SPACES.
009300 77  WS-PREV-CO-CODE            PIC X(03) VALUE SPACES.
009400
009500 77  WS-CO-TBL-CNT              PIC 9(04) BINARY VALUE ZERO.
011300
011400 77  WS-LINE-TOTAL              PIC S9(09)V99 COMP-3 VALUE ZERO.
011500 77  WS-SCHED-TOTAL             PIC S9(09)V99 COMP-3 VALUE ZERO.
011550 77  WS-ACCT-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
011600
011700 01  WS-CO-HEADING.
011800     05  FILLER                 PIC X(08) VALUE "COMPANY ".
017300 1000-INITIALIZE.
017400     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
017500     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
017550     MOVE GLRQS-BOOK-CODE         TO  WS-SEL-BOOK-CODE.
017600
017700     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
017800         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
018200
018300     OPEN INPUT  TAX-FILE.
018400     OPEN INPUT  COA-FILE.
018450     OPEN INPUT  BKA-FILE.
018500     OPEN OUTPUT RPT-FILE.
018600
018700     MOVE SPACES                  TO  GLTXP-RECORD.
018900                                   TO  GLTXP-RECORD.
019000     WRITE GLTXP-RECORD.
019100
019114     IF  NOT WS-BASE-LEDGER-ONLY
019128         MOVE SPACES              TO  GLTXP-RECORD
019142         STRING "BOOK " WS-SEL-BOOK-CODE
019156             DELIMITED BY SIZE INTO GLTXP-RECORD
019170         WRITE GLTXP-RECORD.
019184
019200     MOVE SPACES                  TO  GLTXP-RECORD.
019300     WRITE GLTXP-RECORD.
019400 1000-EXIT.
034800     IF  GLCOA-TYPE-STAT
034900         GO TO 3300-EXIT.
035000
035020     MOVE GLCOA-PRIOR-YR-BAL      TO  WS-ACCT-AMT.
035040     IF  NOT WS-BASE-LEDGER-ONLY
035060         PERFORM 3350-ADD-BOOK-BAL THRU 3350-EXIT.
035080
035100     IF  WS-ACCT-AMT IS EQUAL TO ZERO
035200         GO TO 3300-EXIT.
035300
035400     MOVE SPACES                  TO  WS-ACCT-LINE.
035500     MOVE GLCOA-ACCT-NO           TO  WS-ACC-PRT-NO.
035600     MOVE GLCOA-DESC              TO  WS-ACC-PRT-DESC.
035700     MOVE WS-ACCT-AMT             TO  WS-ACC-PRT-AMT.
035800     MOVE WS-ACCT-LINE            TO  GLTXP-RECORD.
035900     WRITE GLTXP-RECORD.
036000
036100     ADD WS-ACCT-AMT              TO  WS-LINE-TOTAL.
036200 3300-EXIT.
036300     EXIT.
036400
036405*****************************************************************
036410* 3350-ADD-BOOK-BAL - ADD THE SELECTED BOOK'S CLOSED-YEAR       *
036415*                     SNAPSHOT FOR THE ACCOUNT, WHEN THE BOOK   *
036420*                     HAS ONE                                   *
036425*****************************************************************
036430 3350-ADD-BOOK-BAL.
036435     MOVE WS-SEL-BOOK-CODE        TO  GLBKA-BOOK-CODE.
036440     MOVE GLCOA-CO-CODE           TO  GLBKA-CO-CODE.
036445     MOVE GLCOA-ACCT-NO           TO  GLBKA-ACCT-NO.
036450     READ BKA-FILE
036455         INVALID KEY
036460             GO TO 3350-EXIT.
036465
036470     ADD GLBKA-PRIOR-YR-BAL       TO  WS-ACCT-AMT.
036475 3350-EXIT.
036480     EXIT.
036485
036500*****************************************************************
036600* 3500-PRINT-LINE-TOTAL - THE TAX LINE JUST FINISHED, ROLLED    *
036700*                         INTO ITS SCHEDULE                     *
040300 9000-TERMINATE.
040400     CLOSE TAX-FILE.
040500     CLOSE COA-FILE.
040550     CLOSE BKA-FILE.
040600     CLOSE RPT-FILE.
040700 9000-EXIT.
040800     EXIT.
