003184*                 WITH THE PLUG CARRIED TO THE LAYOUT'S          *
003188*                 CUMULATIVE-TRANSLATION-ADJUSTMENT ("A")        *
003192*                 LINE IN THE EQUITY SECTION.                    *
003193*  10/15/26  MJF  A BOOK SELECTION (GLRQS-BOOK-CODE) NOW REPORTS *
003194*                 THAT PARALLEL BOOK: BALANCE-SHEET AND INCOME-  *
003195*                 STATEMENT LINES AND NET INCOME ADD THE BOOK'S  *
003196*                 ACCOUNT BALANCES (GLBKACCT) AND CASH FLOW      *
003197*                 MOVEMENT ADDS ITS PERIOD ROWS (GLBKPBAL). THE  *
003198*                 BOOK PRINTS UNDER EACH HEADING.                *
003208*  10/15/26  MJF  OPENING-BALANCE CONVERSION ROWS                *
003218*                 (GLBAL-CONV-SW) ARE LEFT OUT OF THE CASH FLOW  *
003228*                 STATEMENT'S PERIOD MOVEMENT - THEY ARE         *
003238*                 BALANCES BROUGHT IN, NOT ACTIVITY.             *
003239*  10/15/26  MJF  THE SELECTION'S COMPANY RANGE NOW LIMITS THE   *
003240*                 COMPANIES PRINTED, AND THE AUTHORIZED-COMPANY  *
003241*                 SWITCH (GLRQS-AUTH-CO-SW) LIMITS THEM TO THOSE *
003242*                 GLRQS-USER-ID MAY INQUIRE ON, FOR THE REPORT   *
003243*                 DISTRIBUTOR'S PER-RECIPIENT COPIES.            *
003248*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-ISERIES.
005388         ACCESS       IS DYNAMIC
005390         RECORD KEY   IS GLRAT-KEY
005392         FILE STATUS  IS WS-RAT-STATUS.
005393
005394     SELECT BKA-FILE   ASSIGN TO GLBKACCT
005395         ORGANIZATION IS INDEXED
005396         ACCESS       IS DYNAMIC
005397         RECORD KEY   IS GLBKA-KEY
005398         FILE STATUS  IS WS-BKA-STATUS.
005399
005400     SELECT BKB-FILE   ASSIGN TO GLBKPBAL
005401         ORGANIZATION IS INDEXED
005402         ACCESS       IS DYNAMIC
005403         RECORD KEY   IS GLBKB-KEY
005404         FILE STATUS  IS WS-BKB-STATUS.
005410
005416     SELECT USR-FILE   ASSIGN TO GLUSRAUT
005422         ORGANIZATION IS INDEXED
005428         ACCESS       IS RANDOM
005434         RECORD KEY   IS GLUSR-KEY
005440         FILE STATUS  IS WS-USR-STATUS.
005452
005500/
005600*****************************************************************
005700* D A T A   D I V I S I O N                                     *
007360 FD  RAT-FILE
007362     LABEL RECORDS ARE STANDARD.
007364     COPY GLRATREC.
007368
007372 FD  BKA-FILE
007376     LABEL RECORDS ARE STANDARD.
007380     COPY GLBKAREC.
007384
007388 FD  BKB-FILE
007392     LABEL RECORDS ARE STANDARD.
007396     COPY GLBKBREC.
007397
007398 FD  USR-FILE
007399     LABEL RECORDS ARE STANDARD.
007432     COPY GLUSRREC.
007466
007500/
007600*****************************************************************
007700* W O R K I N G   S T O R A G E   S E C T I O N                 *
009890 77  WS-AVG-FROM-DATE           PIC 9(08) VALUE ZERO.
009893 77  WS-TRL-BS-SUM              PIC S9(09)V99 COMP-3 VALUE ZERO.
009896 77  WS-CTA-AMT                 PIC S9(09)V99 COMP-3 VALUE ZERO.
009897
009898 77  WS-BKA-STATUS              PIC X(02) VALUE SPACES.
009899     88  WS-BKA-OK                       VALUE "00".
009900
009901 77  WS-BKB-STATUS              PIC X(02) VALUE SPACES.
009902     88  WS-BKB-OK                       VALUE "00".
009903
009904 77  WS-SEL-BOOK-CODE           PIC X(02) VALUE SPACES.
009905     88  WS-BASE-LEDGER-ONLY             VALUE SPACES.
009906 77  WS-BOOK-BAL                PIC S9(09)V99 COMP-3 VALUE ZERO.
009909
009912 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
009915     88  WS-USR-OK                       VALUE "00".
009918
009921 77  WS-USR-OPEN-SW             PIC X(01) VALUE "N".
009924     88  WS-USR-IS-OPEN                  VALUE "Y".
009927
009930 77  WS-CO-AUTH-SW              PIC X(01) VALUE "N".
009933     88  WS-CO-AUTHORIZED                VALUE "Y".
009936
009939 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
009942 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
009953
010000 77  WS-CUR-CO-CODE             PIC X(03) VALUE SPACES.
010100 77  WS-CUR-STMT-TYPE           PIC X(01) VALUE SPACES.
010200 77  WS-CUR-NET-INCOME          PIC S9(09)V99 COMP-3 VALUE ZERO.
013172* CURRENCY TURNS THE TRANSLATION MODE ON: BALANCE-SHEET        *
013174* FIGURES AT THE RATE IN EFFECT ON THE AS-OF DATE, INCOME      *
013176* AND CASH FLOW FIGURES AT THE PERIOD-AVERAGE RATE.            *
013177* A NONBLANK BOOK CODE REPORTS THAT PARALLEL BOOK: THE BASE     *
013178* LEDGER WITH THE BOOK'S OWN ADJUSTMENTS ADDED IN.              *
013179* THE COMPANY RANGE LIMITS THE COMPANIES PRINTED (SPACES FOR     *
013180* ALL), AND THE AUTHORIZED-COMPANY SWITCH LIMITS THEM FURTHER TO *
013181* THOSE GLRQS-USER-ID MAY INQUIRE ON.                            *
013183****************************************************************
013185 LINKAGE SECTION.
013190     COPY GLRQSREC.
013191 01  WS-TRANS-CURR-CODE         PIC X(03).
015600     OPEN INPUT  COA-FILE.
015700     OPEN INPUT  STL-FILE.
015750     OPEN INPUT  BAL-FILE.
015766     OPEN INPUT  BKA-FILE.
015782     OPEN INPUT  BKB-FILE.
015800     OPEN OUTPUT RPT-FILE.
015810
015820     MOVE GLRQS-PERIOD-FROM       TO  WS-SEL-PER-FROM.
015830     MOVE GLRQS-PERIOD-TO         TO  WS-SEL-PER-TO.
015840     IF  WS-SEL-PER-TO IS EQUAL TO ZERO
015850         MOVE 999999              TO  WS-SEL-PER-TO.
015855     MOVE GLRQS-BOOK-CODE         TO  WS-SEL-BOOK-CODE.
015856
015857     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
015858     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
015859     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
015860         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
015861     ELSE
015862         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
015863             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
015864
015865     IF  GLRQS-AUTH-CO-ONLY
015866         OPEN INPUT USR-FILE
015867         IF  WS-USR-OK
015868             MOVE "Y"             TO  WS-USR-OPEN-SW
015870         ELSE
015873             DISPLAY "GLFINSTM - ERROR OPENING GLUSRAUT, STATUS "
015876                     WS-USR-STATUS ", NO COMPANY REPORTED"
015879         END-IF
015882     END-IF.
015885
015888     IF  WS-TRANS-CURR-CODE IS NOT EQUAL TO SPACES
015891         OPEN INPUT CURR-FILE
015894         OPEN INPUT RAT-FILE
015897         PERFORM 1300-FIND-TRANS-RATES THRU 1300-EXIT.
015900
016000     MOVE LOW-VALUES              TO  GLCOA-KEY.
016100     START COA-FILE
018400         MOVE ZERO                TO  WS-NET-INCOME
018500         MOVE GLCOA-CO-CODE       TO  WS-PREV-CO-CODE.
018600
018633     PERFORM 2050-GET-BOOK-BAL    THRU 2050-EXIT.
018666
018700     IF  GLCOA-TYPE-INCOME
018800         SUBTRACT GLCOA-CURR-BAL  FROM WS-NET-INCOME
018850         SUBTRACT WS-BOOK-BAL     FROM WS-NET-INCOME.
018900
019000     IF  GLCOA-TYPE-EXPENSE
019100         SUBTRACT GLCOA-CURR-BAL  FROM WS-NET-INCOME
019150         SUBTRACT WS-BOOK-BAL     FROM WS-NET-INCOME.
019200
019300     PERFORM 2100-READ-NEXT-COA   THRU 2100-EXIT.
019400 2000-EXIT.
019500     EXIT.
019600
019604*****************************************************************
019608* 2050-GET-BOOK-BAL - THE SELECTED BOOK'S ADJUSTMENT BALANCE ON *
019612*                     THE ACCOUNT IN HAND; ZERO FOR THE BASE    *
019616*                     LEDGER OR WHEN THE BOOK NEVER TOUCHED IT  *
019620*****************************************************************
019624 2050-GET-BOOK-BAL.
019628     MOVE ZERO                    TO  WS-BOOK-BAL.
019632     IF  WS-BASE-LEDGER-ONLY
019636         GO TO 2050-EXIT.
019640
019644     MOVE WS-SEL-BOOK-CODE        TO  GLBKA-BOOK-CODE.
019648     MOVE GLCOA-CO-CODE           TO  GLBKA-CO-CODE.
019652     MOVE GLCOA-ACCT-NO           TO  GLBKA-ACCT-NO.
019656     READ BKA-FILE
019660         INVALID KEY
019664             GO TO 2050-EXIT.
019668
019672     MOVE GLBKA-CURR-BAL          TO  WS-BOOK-BAL.
019676 2050-EXIT.
019680     EXIT.
019684
019700*****************************************************************
019800* 2100-READ-NEXT-COA - READ THE NEXT ACCOUNT IN KEY SEQUENCE    *
019900*****************************************************************
021100 2500-SAVE-COMPANY.
021200     IF  WS-FIRST-RECORD
021300         GO TO 2500-EXIT.
021308
021316     IF  WS-PREV-CO-CODE IS LESS THAN WS-SEL-CO-FROM
021324     OR  WS-PREV-CO-CODE IS GREATER THAN WS-SEL-CO-TO
021332         GO TO 2500-EXIT.
021340
021348     IF  GLRQS-AUTH-CO-ONLY
021356         PERFORM 2550-CHECK-AUTHORITY THRU 2550-EXIT
021364         IF  NOT WS-CO-AUTHORIZED
021372             GO TO 2500-EXIT
021380         END-IF
021388     END-IF.
021400
021500     IF  WS-CO-TBL-CNT IS EQUAL TO 50
021600         DISPLAY "GLFINSTM - COMPANY TABLE FULL, COMPANY "
022600         TO  WS-CO-TBL-NET-INCOME (WS-CO-TBL-NDX).
022700 2500-EXIT.
022800     EXIT.
022804
022808*****************************************************************
022812* 2550-CHECK-AUTHORITY - MAY THE SELECTION'S USER INQUIRE ON    *
022816*                        THE COMPANY JUST FINISHED (GLUSRREC)   *
022820*****************************************************************
022824 2550-CHECK-AUTHORITY.
022828     MOVE "N"                     TO  WS-CO-AUTH-SW.
022832     IF  NOT WS-USR-IS-OPEN
022836         GO TO 2550-EXIT.
022840
022844     MOVE GLRQS-USER-ID           TO  GLUSR-USER-ID.
022848     MOVE WS-PREV-CO-CODE         TO  GLUSR-CO-CODE.
022852     READ USR-FILE
022856         INVALID KEY
022860             GO TO 2550-EXIT.
022864
022868     IF  GLUSR-MAY-INQUIRE
022872         MOVE "Y"                 TO  WS-CO-AUTH-SW.
022876 2550-EXIT.
022880     EXIT.
022900
023000*****************************************************************
023100* 3000-STATEMENTS-ONE-CO - SECOND PASS; PRINT THE BALANCE SHEET *
027040         STRING "TRANSLATED TO " WS-TRANS-CURR-CODE
027050             DELIMITED BY SIZE INTO GLFSTP-RECORD
027060         WRITE GLFSTP-RECORD.
027061
027062     IF  NOT WS-BASE-LEDGER-ONLY
027063         MOVE SPACES              TO  GLFSTP-RECORD
027064         STRING "BOOK " WS-SEL-BOOK-CODE
027065             DELIMITED BY SIZE INTO GLFSTP-RECORD
027066         WRITE GLFSTP-RECORD.
027070
027080     MOVE ZERO                    TO  WS-TRL-BS-SUM.
027100
037250         PERFORM 3460-SUM-ACCT-MOVEMENT THRU 3460-EXIT
037260         ADD WS-MOVEMENT-AMT      TO  WS-LINE-AMOUNT
037270     ELSE
037350         PERFORM 2050-GET-BOOK-BAL THRU 2050-EXIT
037366         ADD GLCOA-CURR-BAL       TO  WS-LINE-AMOUNT
037382         ADD WS-BOOK-BAL          TO  WS-LINE-AMOUNT.
037400 3450-EXIT.
037500     EXIT.
037510
037530* 3460-SUM-ACCT-MOVEMENT - ONE ACCOUNT'S PERIOD MOVEMENT       *
037540*                          (DEBITS LESS CREDITS) FROM THE       *
037550*                          PERIOD BALANCE HISTORY OVER THE      *
037560*                          REQUESTED PERIOD RANGE, WITH THE     *
037565*                          SELECTED BOOK'S OWN PERIOD ROWS      *
037570*****************************************************************
037572 3460-SUM-ACCT-MOVEMENT.
037574     MOVE ZERO                    TO  WS-MOVEMENT-AMT.
037594
037596     PERFORM 3470-ONE-PERIOD-MOVE THRU 3470-EXIT
037598         UNTIL WS-BAL-EOF.
037599
037600     IF  WS-BASE-LEDGER-ONLY
037601         GO TO 3460-EXIT.
037602
037603     MOVE "N"                     TO  WS-BAL-EOF-SW.
037604     MOVE WS-SEL-BOOK-CODE        TO  GLBKB-BOOK-CODE.
037605     MOVE GLCOA-CO-CODE           TO  GLBKB-CO-CODE.
037606     MOVE GLCOA-ACCT-NO           TO  GLBKB-ACCT-NO.
037607     MOVE WS-SEL-PER-FROM         TO  GLBKB-PERIOD.
037608     START BKB-FILE
037609         KEY IS NOT LESS THAN GLBKB-KEY
037610         INVALID KEY
037611             MOVE "Y"             TO  WS-BAL-EOF-SW.
037612
037613     PERFORM 3480-ONE-BOOK-MOVE   THRU 3480-EXIT
037614         UNTIL WS-BAL-EOF.
037615 3460-EXIT.
037616     EXIT.
037617
037618*****************************************************************
037619* 3470-ONE-PERIOD-MOVE - ONE PERIOD ROW OF THE ACCOUNT'S       *
037620*                        MOVEMENT RANGE                         *
037621*****************************************************************
037622 3470-ONE-PERIOD-MOVE.
037623     READ BAL-FILE NEXT RECORD
037624         AT END
037625             MOVE "Y"             TO  WS-BAL-EOF-SW
037626             GO TO 3470-EXIT.
037627
037628     IF  GLBAL-CO-CODE IS NOT EQUAL TO GLCOA-CO-CODE
037629     OR  GLBAL-ACCT-NO IS NOT EQUAL TO GLCOA-ACCT-NO
037630     OR  GLBAL-PERIOD IS GREATER THAN WS-SEL-PER-TO
037632         MOVE "Y"                 TO  WS-BAL-EOF-SW
037634         GO TO 3470-EXIT.
037636
037637*
037638* AN OPENING-BALANCE CONVERSION ROW IS BALANCES BROUGHT IN,
037639* NOT MOVEMENT.
037640*
037641     IF  GLBAL-IS-CONVERSION
037642         GO TO 3470-EXIT.
037643
037644     ADD GLBAL-PERIOD-DR          TO  WS-MOVEMENT-AMT.
037645     SUBTRACT GLBAL-PERIOD-CR     FROM WS-MOVEMENT-AMT.
037646 3470-EXIT.
037647     EXIT.
037648
037649*****************************************************************
037650* 3480-ONE-BOOK-MOVE - ONE PERIOD ROW OF THE BOOK'S MOVEMENT    *
037652*                      RANGE FOR THE ACCOUNT                    *
037654*****************************************************************
037656 3480-ONE-BOOK-MOVE.
037658     READ BKB-FILE NEXT RECORD
037660         AT END
037662             MOVE "Y"             TO  WS-BAL-EOF-SW
037664             GO TO 3480-EXIT.
037666
037668     IF  GLBKB-BOOK-CODE IS NOT EQUAL TO WS-SEL-BOOK-CODE
037670     OR  GLBKB-CO-CODE IS NOT EQUAL TO GLCOA-CO-CODE
037672     OR  GLBKB-ACCT-NO IS NOT EQUAL TO GLCOA-ACCT-NO
037674     OR  GLBKB-PERIOD IS GREATER THAN WS-SEL-PER-TO
037676         MOVE "Y"                 TO  WS-BAL-EOF-SW
037678         GO TO 3480-EXIT.
037680
037682     ADD GLBKB-PERIOD-DR          TO  WS-MOVEMENT-AMT.
037684     SUBTRACT GLBKB-PERIOD-CR     FROM WS-MOVEMENT-AMT.
037686 3480-EXIT.
037688     EXIT.
037690
037700*****************************************************************
037800* 3500-PRINT-TOTAL - PRINT ONE ACCUMULATOR AND CLEAR IT         *
037900*****************************************************************
043100     CLOSE COA-FILE.
043200     CLOSE STL-FILE.
043250     CLOSE BAL-FILE.
043253     CLOSE BKA-FILE.
043256     CLOSE BKB-FILE.
043260     IF  WS-TRANS-CURR-CODE IS NOT EQUAL TO SPACES
043270         CLOSE CURR-FILE
043280         CLOSE RAT-FILE.
043300     CLOSE RPT-FILE.
043310     IF  WS-USR-IS-OPEN
043320         CLOSE USR-FILE.
043400 9000-EXIT.
043500     EXIT.
043600
