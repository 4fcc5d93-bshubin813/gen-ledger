000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLOBLOAD.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLOBLOAD  -  OPENING-BALANCE CONVERSION LOADER               *
001000*                                                               *
001100*  BRINGS AN ACQUIRED COMPANY'S TRIAL BALANCE AS OF ITS         *
001200*  ACQUISITION DATE INTO THE LEDGER (GLOBREC FORMAT - HEADER,   *
001300*  ACCOUNT/DEPARTMENT DETAIL AND TRAILER) WITHOUT RUNNING IT    *
001400*  THROUGH A JOURNAL FEED, SO NONE OF IT LANDS IN A TRADING     *
001500*  PERIOD'S ACTIVITY.  THE RUN IS TWO PASSES OVER GLOBIN, THE   *
001600*  SAME WAY GLFDLOAD PROVES A FEED:                             *
001700*                                                               *
001800*  PASS 1 PROVES THE FILE WITHOUT LOADING ANYTHING - ONE        *
001900*  HEADER, DETAIL IN ACCOUNT/DEPARTMENT ORDER WITH NO           *
002000*  DUPLICATES, ONE TRAILER WHOSE COUNT AND DEBIT/CREDIT HASH    *
002100*  TOTALS MATCH THE DETAIL, AND DEBITS EQUAL TO CREDITS.  EACH  *
002200*  ACCOUNT MUST BE AN ACTIVE, NON-STATISTICAL ACCOUNT ON THE    *
002300*  COMPANY'S CHART WITH NO BALANCE, NO PERIOD BALANCE ROWS AND  *
002400*  NO POSTED HISTORY YET; EACH DEPARTMENT MUST BE ACTIVE ON     *
002500*  THE DEPARTMENT MASTER.  ANY FAILURE REJECTS THE WHOLE FILE.  *
002600*                                                               *
002700*  PASS 2 (MODE "U" AND A CLEAN PASS 1 ONLY) SEEDS THE          *
002800*  CONVERSION PERIOD NAMED ON THE HEADER:                       *
002900*    - ONE GLHIST ROW PER ACCOUNT/DEPARTMENT, BATCH ZERO, SO    *
003000*      GLVERIFY PROVES THE NEW BALANCES LIKE ANY OTHER;         *
003100*    - ONE GLPERBAL ROW PER ACCOUNT, FLAGGED AS CONVERSION      *
003200*      (GLBAL-CONV-SW "C") SO ACTIVITY REPORTS CAN LEAVE IT     *
003300*      OUT OF TRADING MOVEMENT;                                 *
003400*    - THE ACCOUNT'S CURRENT BALANCE ON THE CHART (GLCOAREC),   *
003500*      AUDITED TO THE POSTING LOG (ACTION CODE "M");            *
003600*  AND THEN CLOSES THE CONVERSION PERIOD FOR THE COMPANY        *
003700*  (AUDITED TO GLPERLOG) SO NO TRADING IS EVER POSTED INTO IT.  *
003800*  ANY OTHER MODE IS A PROOF RUN AND WRITES NOTHING.  BECAUSE   *
003900*  A LOADED ACCOUNT NO LONGER PROVES, THE SAME FILE CAN NEVER   *
004000*  BE LOADED TWICE.                                             *
004100*                                                               *
004200*---------------------------------------------------------------*
004300*  MODIFICATION HISTORY                                         *
004400*---------------------------------------------------------------*
004500*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004510*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
004520*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-ISERIES.
005000 OBJECT-COMPUTER.   IBM-ISERIES.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT OBL-FILE   ASSIGN TO GLOBIN
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS  IS WS-OBL-STATUS.
005600
005700     SELECT COA-FILE   ASSIGN TO GLCOA
005800         ORGANIZATION IS INDEXED
005900         ACCESS       IS DYNAMIC
006000         RECORD KEY   IS GLCOA-KEY
006100         FILE STATUS  IS WS-COA-STATUS.
006200
006300     SELECT BAL-FILE   ASSIGN TO GLPERBAL
006400         ORGANIZATION IS INDEXED
006500         ACCESS       IS DYNAMIC
006600         RECORD KEY   IS GLBAL-KEY
006700         FILE STATUS  IS WS-BAL-STATUS.
006800
006900     SELECT HST-FILE   ASSIGN TO GLHIST
007000         ORGANIZATION IS INDEXED
007100         ACCESS       IS DYNAMIC
007200         RECORD KEY   IS GLHST-KEY
007300         FILE STATUS  IS WS-HST-STATUS.
007400
007500     SELECT PER-FILE   ASSIGN TO GLPERIOD
007600         ORGANIZATION IS INDEXED
007700         ACCESS       IS DYNAMIC
007800         RECORD KEY   IS GLPER-KEY
007900         FILE STATUS  IS WS-PER-STATUS.
008000
008100     SELECT DEP-FILE   ASSIGN TO GLDEPT
008200         ORGANIZATION IS INDEXED
008300         ACCESS       IS DYNAMIC
008400         RECORD KEY   IS GLDEP-KEY
008500         FILE STATUS  IS WS-DEP-STATUS.
008600
008700     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS  IS WS-LOG-STATUS.
009000
009100     SELECT PLG-FILE   ASSIGN TO GLPERLOG
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS  IS WS-PLG-STATUS.
009400
009500     SELECT RPT-FILE   ASSIGN TO GLOBRPTP
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS  IS WS-RPT-STATUS.
009800
009900/
010000*****************************************************************
010100* D A T A   D I V I S I O N                                     *
010200*****************************************************************
010300 DATA DIVISION.
010400 FILE SECTION.
010500
010600 FD  OBL-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORDING MODE IS F.
010900     COPY GLOBREC.
011000
011100 FD  COA-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY GLCOAREC.
011400
011500 FD  BAL-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY GLBALREC.
011800
011900 FD  HST-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY GLHSTREC.
012200
012300 FD  PER-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY GLPERREC.
012600
012700 FD  DEP-FILE
012800     LABEL RECORDS ARE STANDARD.
012900     COPY GLDEPREC.
013000
013100 FD  LOG-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORDING MODE IS F.
013400     COPY GLLOGREC.
013500
013600 FD  PLG-FILE
013700     LABEL RECORDS ARE STANDARD
013800     RECORDING MODE IS F.
013900     COPY GLPLGREC.
014000
014100 FD  RPT-FILE
014200     LABEL RECORDS ARE STANDARD
014300     RECORDING MODE IS F.
014400     COPY GLOBPRT.
014500
014600/
014700*****************************************************************
014800* W O R K I N G   S T O R A G E   S E C T I O N                 *
014900*****************************************************************
015000 WORKING-STORAGE SECTION.
015100
015200 77  WS-OBL-STATUS              PIC X(02) VALUE SPACES.
015300     88  WS-OBL-EOF                      VALUE "10".
015400
015500 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
015600     88  WS-COA-OK                       VALUE "00".
015700
015800 77  WS-BAL-STATUS              PIC X(02) VALUE SPACES.
015900     88  WS-BAL-OK                       VALUE "00".
016000
016100 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
016200     88  WS-HST-OK                       VALUE "00".
016300
016400 77  WS-PER-STATUS              PIC X(02) VALUE SPACES.
016500     88  WS-PER-OK                       VALUE "00".
016600
016700 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
016800     88  WS-DEP-OK                       VALUE "00".
016900
017000 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
017100     88  WS-LOG-OK                       VALUE "00".
017200
017300 77  WS-PLG-STATUS              PIC X(02) VALUE SPACES.
017400     88  WS-PLG-OK                       VALUE "00".
017500
017600 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
017700
017800 77  WS-FILE-OK-SW              PIC X(01) VALUE "Y".
017900     88  WS-FILE-PROVES                  VALUE "Y".
018000
018100 77  WS-HDR-SEEN-SW             PIC X(01) VALUE "N".
018200     88  WS-HDR-SEEN                     VALUE "Y".
018300
018400 77  WS-TRL-SEEN-SW             PIC X(01) VALUE "N".
018500     88  WS-TRL-SEEN                     VALUE "Y".
018600
018700 77  WS-IN-ACCT-SW              PIC X(01) VALUE "N".
018800     88  WS-IN-ACCT                      VALUE "Y".
018900
019000 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
019100
019200*
019300* THE HEADER'S COMPANY, CONVERSION PERIOD AND AS-OF DATE, AND
019400* THE DOCUMENT REFERENCE EVERY CONVERSION HISTORY ROW CARRIES.
019500*
019600 77  WS-CONV-CO-CODE            PIC X(03) VALUE SPACES.
019700 77  WS-CONV-PERIOD             PIC 9(06) VALUE ZERO.
019800 77  WS-CONV-AS-OF-DATE         PIC 9(08) VALUE ZERO.
019900 77  WS-CONV-DOC-REF            PIC X(15) VALUE SPACES.
020000
020100 01  WS-CONV-PERIOD-WORK.
020200     05  WS-CPW-YYYY            PIC 9(04).
020300     05  WS-CPW-MM              PIC 9(02).
020400
020500*
020600* THE LAST DETAIL KEY SEEN - DETAIL MUST ARRIVE IN STRICTLY
020700* ASCENDING ACCOUNT/DEPARTMENT ORDER, WHICH ALSO MAKES A
020800* REPEATED ACCOUNT/DEPARTMENT A SEQUENCE ERROR.
020900*
021000 01  WS-PREV-DTL-KEY.
021100     05  WS-PDK-ACCT-NO         PIC 9(06) VALUE ZERO.
021200     05  WS-PDK-DEPT-CODE       PIC X(04) VALUE SPACES.
021300 01  WS-THIS-DTL-KEY.
021400     05  WS-TDK-ACCT-NO         PIC 9(06).
021500     05  WS-TDK-DEPT-CODE       PIC X(04).
021600
021700 77  WS-CUR-ACCT-NO             PIC 9(06) VALUE ZERO.
021800 77  WS-CUR-ACCT-DESC           PIC X(30) VALUE SPACES.
021900 77  WS-CUR-LINE-NO             PIC 9(04) VALUE ZERO.
022000 77  WS-ACCT-DR                 PIC S9(09)V99 COMP-3 VALUE ZERO.
022100 77  WS-ACCT-CR                 PIC S9(09)V99 COMP-3 VALUE ZERO.
022200 77  WS-ACCT-NET                PIC S9(09)V99 COMP-3 VALUE ZERO.
022300 77  WS-BAL-BEFORE              PIC S9(09)V99 COMP-3 VALUE ZERO.
022400 77  WS-OLD-PER-STATUS          PIC X(01) VALUE SPACES.
022500
022600*---------------------------------------------------------------*
022700*  PROOF TOTALS AND RUN COUNTS                                  *
022800*---------------------------------------------------------------*
022900 77  WS-DTL-CNT                 PIC 9(07) VALUE ZERO.
023000 77  WS-TOTAL-DR                PIC S9(11)V99 COMP-3 VALUE ZERO.
023100 77  WS-TOTAL-CR                PIC S9(11)V99 COMP-3 VALUE ZERO.
023200 77  WS-ACCT-CNT                PIC 9(07) BINARY VALUE ZERO.
023300 77  WS-ERR-CNT                 PIC 9(07) BINARY VALUE ZERO.
023400 77  WS-ZERO-LINE-CNT           PIC 9(07) BINARY VALUE ZERO.
023500 77  WS-HST-NEW-CNT             PIC 9(07) BINARY VALUE ZERO.
023600 77  WS-BAL-NEW-CNT             PIC 9(07) BINARY VALUE ZERO.
023700 77  WS-COA-UPD-CNT             PIC 9(07) BINARY VALUE ZERO.
023800 77  WS-LOG-CNT                 PIC 9(07) BINARY VALUE ZERO.
023900
024000 77  WS-ALERT-EVENT             PIC X(04) VALUE SPACES.
024100 77  WS-ALERT-PGM               PIC X(10) VALUE "GLOBLOAD".
024200 77  WS-ALERT-CNT               PIC 9(07) VALUE ZERO.
024300 77  WS-ALERT-TEXT              PIC X(60) VALUE SPACES.
024400
024500 01  WS-ERROR-LINE.
024600     05  FILLER                 PIC X(06) VALUE "  *** ".
024700     05  WS-ERR-TEXT            PIC X(40).
024800     05  WS-ERR-WHERE           PIC X(30).
024900
025000 01  WS-ERR-WHERE-WORK.
025100     05  FILLER                 PIC X(05) VALUE "ACCT ".
025200     05  WS-EWW-ACCT-NO         PIC 9(06).
025300     05  FILLER                 PIC X(06) VALUE " DEPT ".
025400     05  WS-EWW-DEPT-CODE       PIC X(04).
025500
025600 01  WS-ACCT-LINE.
025700     05  WS-AL-ACCT-NO          PIC 9(06).
025800     05  FILLER                 PIC X(01) VALUE SPACES.
025900     05  WS-AL-DESC             PIC X(24).
026000     05  WS-AL-DR               PIC -(9)9.99.
026100     05  FILLER                 PIC X(01) VALUE SPACES.
026200     05  WS-AL-CR               PIC -(9)9.99.
026300     05  FILLER                 PIC X(01) VALUE SPACES.
026400     05  WS-AL-BAL              PIC -(9)9.99.
026500
026600 01  WS-COUNT-LINE.
026700     05  WS-CNT-LABEL           PIC X(40).
026800     05  WS-CNT-VALUE           PIC ZZZZZZ9.
026900
027000 01  WS-AMOUNT-LINE.
027100     05  WS-AMT-LABEL           PIC X(40).
027200     05  WS-AMT-VALUE           PIC -(11)9.99.
027300
027310     COPY GLLCHREC.
027320
027400/
027500****************************************************************
027600* L I N K A G E   S E C T I O N                                *
027700*                                                               *
027800* WS-OBL-MODE "U" LOADS A FILE THAT PROVES; ANYTHING ELSE IS A  *
027900* PROOF RUN THAT WRITES NOTHING BUT THE CONTROL REPORT.         *
028000****************************************************************
028100 LINKAGE SECTION.
028200 01  WS-USER-ID                 PIC X(10).
028300 01  WS-OBL-MODE                PIC X(01).
028400     88  WS-OBL-UPDATE                   VALUE "U".
028500/
028600*****************************************************************
028700* P R O C E D U R E   D I V I S I O N                           *
028800*****************************************************************
028900 PROCEDURE DIVISION      USING WS-USER-ID
029000                               WS-OBL-MODE.
029100
029200*****************************************************************
029300* 0000-MAINLINE                                                 *
029400*****************************************************************
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
029700     PERFORM 2000-PROVE-ONE-RECORD    THRU 2000-EXIT
029800         UNTIL WS-OBL-EOF.
029900     PERFORM 2900-END-OF-PROOF        THRU 2900-EXIT.
030000
030100     IF  WS-FILE-PROVES
030200     AND WS-OBL-UPDATE
030300         PERFORM 4000-LOAD-PASS       THRU 4000-EXIT.
030400
030500     PERFORM 8000-PRINT-CONTROL       THRU 8000-EXIT.
030600     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
030700     GO TO 9999-EXIT.
030800
030900*****************************************************************
031000* 1000-INITIALIZE - OPEN THE FILES, HEAD THE REPORT AND READ    *
031100*                   THE FIRST CONVERSION RECORD                 *
031200*****************************************************************
031300 1000-INITIALIZE.
031400     OPEN INPUT  OBL-FILE.
031500     OPEN I-O    COA-FILE.
031600     OPEN I-O    BAL-FILE.
031700     OPEN I-O    HST-FILE.
031800     OPEN I-O    PER-FILE.
031900     OPEN INPUT  DEP-FILE.
032000     OPEN EXTEND LOG-FILE.
032100     OPEN EXTEND PLG-FILE.
032200     OPEN OUTPUT RPT-FILE.
032300
032400     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
032500
032600     MOVE SPACES                  TO  GLOBP-RECORD.
032700     IF  WS-OBL-UPDATE
032800         MOVE "OPENING-BALANCE CONVERSION - LOAD RUN"
032900                                  TO  GLOBP-RECORD
033000     ELSE
033100         MOVE "OPENING-BALANCE CONVERSION - PROOF ONLY"
033200                                  TO  GLOBP-RECORD.
033300     MOVE "RUN DATE"              TO  GLOBP-RECORD (53:8).
033400     MOVE WS-TODAY-DATE           TO  GLOBP-RECORD (63:8).
033500     WRITE GLOBP-RECORD.
033600
033700     MOVE SPACES                  TO  GLOBP-RECORD.
033800     WRITE GLOBP-RECORD.
033900
034000     PERFORM 2100-READ-NEXT-OBL   THRU 2100-EXIT.
034100 1000-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500* 2000-PROVE-ONE-RECORD - PASS 1; CHECK THE FILE'S STRUCTURE    *
034600*                         AND ACCUMULATE THE DETAIL AGAINST     *
034700*                         THE TRAILER                           *
034800*****************************************************************
034900 2000-PROVE-ONE-RECORD.
035000     IF  WS-TRL-SEEN
035100         MOVE "RECORD AFTER TRAILER" TO WS-ERR-TEXT
035200         MOVE SPACES              TO  WS-ERR-WHERE
035300         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
035400         GO TO 2000-NEXT.
035500
035600     IF  GLOB-HEADER
035700         PERFORM 2200-PROVE-HEADER  THRU 2200-EXIT
035800         GO TO 2000-NEXT.
035900
036000     IF  GLOB-DETAIL
036100         PERFORM 2300-PROVE-DETAIL  THRU 2300-EXIT
036200         GO TO 2000-NEXT.
036300
036400     IF  GLOB-TRAILER
036500         PERFORM 2400-PROVE-TRAILER THRU 2400-EXIT
036600         GO TO 2000-NEXT.
036700
036800     MOVE "UNKNOWN RECORD TYPE"   TO  WS-ERR-TEXT.
036900     MOVE SPACES                  TO  WS-ERR-WHERE.
037000     PERFORM 2800-PRINT-ERROR     THRU 2800-EXIT.
037100
037200 2000-NEXT.
037300     PERFORM 2100-READ-NEXT-OBL   THRU 2100-EXIT.
037400 2000-EXIT.
037500     EXIT.
037600
037700*****************************************************************
037800* 2100-READ-NEXT-OBL - READ THE NEXT CONVERSION RECORD          *
037900*****************************************************************
038000 2100-READ-NEXT-OBL.
038100     READ OBL-FILE
038200         AT END
038300             MOVE "10"            TO  WS-OBL-STATUS.
038400 2100-EXIT.
038500     EXIT.
038600
038700*****************************************************************
038800* 2200-PROVE-HEADER - ONE HEADER ONLY, NAMING A COMPANY, A      *
038900*                     VALID CONVERSION PERIOD AND AN AS-OF DATE *
039000*****************************************************************
039100 2200-PROVE-HEADER.
039200     MOVE SPACES                  TO  WS-ERR-WHERE.
039300     IF  WS-HDR-SEEN
039400         MOVE "SECOND HEADER RECORD" TO WS-ERR-TEXT
039500         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
039600         GO TO 2200-EXIT.
039700
039800     MOVE "Y"                     TO  WS-HDR-SEEN-SW.
039900     MOVE GLOB-HDR-CO-CODE        TO  WS-CONV-CO-CODE.
040000
040100     MOVE SPACES                  TO  GLOBP-RECORD.
040200     MOVE "COMPANY"               TO  GLOBP-RECORD.
040300     MOVE GLOB-HDR-CO-CODE        TO  GLOBP-RECORD (10:3).
040400     MOVE "PERIOD"                TO  GLOBP-RECORD (15:6).
040500     MOVE GLOB-HDR-CONV-PERIOD    TO  GLOBP-RECORD (22:6).
040600     MOVE "AS OF"                 TO  GLOBP-RECORD (30:5).
040700     MOVE GLOB-HDR-AS-OF-DATE     TO  GLOBP-RECORD (36:8).
040800     MOVE GLOB-HDR-DESC           TO  GLOBP-RECORD (46:30).
040900     WRITE GLOBP-RECORD.
041000     MOVE SPACES                  TO  GLOBP-RECORD.
041100     WRITE GLOBP-RECORD.
041200
041300     IF  GLOB-HDR-CO-CODE IS EQUAL TO SPACES
041400         MOVE "COMPANY CODE MISSING ON HEADER" TO WS-ERR-TEXT
041500         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
041600
041700     IF  GLOB-HDR-CONV-PERIOD IS NOT NUMERIC
041800         MOVE "CONVERSION PERIOD NOT NUMERIC" TO WS-ERR-TEXT
041900         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
042000     ELSE
042100         MOVE GLOB-HDR-CONV-PERIOD TO WS-CONV-PERIOD
042200         MOVE WS-CONV-PERIOD      TO  WS-CONV-PERIOD-WORK
042300         IF  WS-CPW-YYYY IS EQUAL TO ZERO
042400         OR  WS-CPW-MM IS LESS THAN 1
042500         OR  WS-CPW-MM IS GREATER THAN 13
042600             MOVE "CONVERSION PERIOD NOT YYYYMM" TO WS-ERR-TEXT
042700             PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
042800         END-IF
042900     END-IF.
043000
043100     IF  GLOB-HDR-AS-OF-DATE IS NOT NUMERIC
043200     OR  GLOB-HDR-AS-OF-DATE IS EQUAL TO ZERO
043300         MOVE "AS-OF DATE MISSING OR NOT NUMERIC" TO WS-ERR-TEXT
043400         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
043500     ELSE
043600         MOVE GLOB-HDR-AS-OF-DATE TO  WS-CONV-AS-OF-DATE.
043700
043800     MOVE SPACES                  TO  WS-CONV-DOC-REF.
043900     STRING "CONV "               DELIMITED BY SIZE
044000            WS-CONV-AS-OF-DATE    DELIMITED BY SIZE
044100                                  INTO WS-CONV-DOC-REF.
044200 2200-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600* 2300-PROVE-DETAIL - SEQUENCE, SIDE AND AMOUNT; THE FIRST      *
044700*                     DETAIL OF EACH ACCOUNT PROVES THE ACCOUNT *
044800*****************************************************************
044900 2300-PROVE-DETAIL.
045000     MOVE GLOB-DTL-ACCT-NO        TO  WS-EWW-ACCT-NO.
045100     MOVE GLOB-DTL-DEPT-CODE      TO  WS-EWW-DEPT-CODE.
045200     MOVE WS-ERR-WHERE-WORK       TO  WS-ERR-WHERE.
045300
045400     IF  NOT WS-HDR-SEEN
045500         MOVE "DETAIL BEFORE HEADER" TO WS-ERR-TEXT
045600         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
045700         GO TO 2300-EXIT.
045800
045900     ADD 1                        TO  WS-DTL-CNT.
046000
046100     MOVE GLOB-DTL-ACCT-NO        TO  WS-TDK-ACCT-NO.
046200     MOVE GLOB-DTL-DEPT-CODE      TO  WS-TDK-DEPT-CODE.
046300     IF  WS-DTL-CNT IS GREATER THAN 1
046400     AND WS-THIS-DTL-KEY IS NOT GREATER THAN WS-PREV-DTL-KEY
046500         MOVE "DETAIL OUT OF SEQUENCE OR REPEATED"
046600                                  TO  WS-ERR-TEXT
046700         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
046800
046900     IF  WS-DTL-CNT IS EQUAL TO 1
047000     OR  GLOB-DTL-ACCT-NO IS NOT EQUAL TO WS-PDK-ACCT-NO
047100         PERFORM 2350-PROVE-ACCOUNT THRU 2350-EXIT.
047200     MOVE WS-THIS-DTL-KEY         TO  WS-PREV-DTL-KEY.
047300
047400     IF  GLOB-DTL-DEPT-CODE IS NOT EQUAL TO SPACES
047500         MOVE GLOB-DTL-DEPT-CODE  TO  GLDEP-DEPT-CODE
047600         READ DEP-FILE
047700             INVALID KEY
047800                 MOVE SPACES      TO  GLDEP-ACTIVE-SW
047900         END-READ
048000         IF  NOT GLDEP-IS-ACTIVE
048100             MOVE "DEPARTMENT NOT ON FILE OR INACTIVE"
048200                                  TO  WS-ERR-TEXT
048300             PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
048400         END-IF
048500     END-IF.
048600
048700     IF  GLOB-DTL-AMOUNT IS NOT NUMERIC
048800         MOVE "AMOUNT NOT NUMERIC" TO WS-ERR-TEXT
048900         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
049000         GO TO 2300-EXIT.
049100
049200     IF  GLOB-DTL-AMOUNT IS EQUAL TO ZERO
049300         ADD 1                    TO  WS-ZERO-LINE-CNT.
049400
049500     IF  GLOB-DTL-DR-CR-CODE IS EQUAL TO "D"
049600         ADD GLOB-DTL-AMOUNT      TO  WS-TOTAL-DR
049700     ELSE
049800         IF  GLOB-DTL-DR-CR-CODE IS EQUAL TO "C"
049900             ADD GLOB-DTL-AMOUNT  TO  WS-TOTAL-CR
050000         ELSE
050100             MOVE "BAD D/C CODE ON DETAIL" TO WS-ERR-TEXT
050200             PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
050300         END-IF
050400     END-IF.
050500 2300-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900* 2350-PROVE-ACCOUNT - THE ACCOUNT MUST BE ON THE COMPANY'S     *
051000*                      CHART, ACTIVE AND CARRY MONEY, AND MUST  *
051100*                      NOT HAVE BEEN POSTED TO OR LOADED YET    *
051200*****************************************************************
051300 2350-PROVE-ACCOUNT.
051400     ADD 1                        TO  WS-ACCT-CNT.
051500
051600     MOVE WS-CONV-CO-CODE         TO  GLCOA-CO-CODE.
051700     MOVE GLOB-DTL-ACCT-NO        TO  GLCOA-ACCT-NO.
051800     READ COA-FILE
051900         INVALID KEY
052000             MOVE "ACCOUNT NOT ON COMPANY'S CHART" TO WS-ERR-TEXT
052100             PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
052200             GO TO 2350-EXIT.
052300
052400     IF  GLCOA-IS-INACTIVE
052500         MOVE "ACCOUNT INACTIVE"  TO  WS-ERR-TEXT
052600         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
052700
052800     IF  GLCOA-TYPE-STAT
052900         MOVE "STATISTICAL ACCOUNT" TO WS-ERR-TEXT
053000         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
053100
053200     IF  GLCOA-CURR-BAL IS NOT EQUAL TO ZERO
053300         MOVE "ACCOUNT ALREADY CARRIES A BALANCE" TO WS-ERR-TEXT
053400         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
053500
053600     MOVE WS-CONV-CO-CODE         TO  GLBAL-CO-CODE.
053700     MOVE GLOB-DTL-ACCT-NO        TO  GLBAL-ACCT-NO.
053800     MOVE ZERO                    TO  GLBAL-PERIOD.
053900     START BAL-FILE
054000         KEY IS NOT LESS THAN GLBAL-KEY
054100         INVALID KEY
054200             GO TO 2350-CHECK-HISTORY.
054300     READ BAL-FILE NEXT RECORD
054400         AT END
054500             GO TO 2350-CHECK-HISTORY.
054600     IF  GLBAL-CO-CODE IS EQUAL TO WS-CONV-CO-CODE
054700     AND GLBAL-ACCT-NO IS EQUAL TO GLOB-DTL-ACCT-NO
054800         MOVE "ACCOUNT ALREADY HAS PERIOD BALANCES"
054900                                  TO  WS-ERR-TEXT
055000         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
055100
055200 2350-CHECK-HISTORY.
055300     MOVE WS-CONV-CO-CODE         TO  GLHST-CO-CODE.
055400     MOVE GLOB-DTL-ACCT-NO        TO  GLHST-ACCT-NO.
055500     MOVE ZERO                    TO  GLHST-PERIOD.
055600     MOVE ZERO                    TO  GLHST-BATCH-NO.
055700     MOVE ZERO                    TO  GLHST-LINE-NO.
055800     START HST-FILE
055900         KEY IS NOT LESS THAN GLHST-KEY
056000         INVALID KEY
056100             GO TO 2350-EXIT.
056200     READ HST-FILE NEXT RECORD
056300         AT END
056400             GO TO 2350-EXIT.
056500     IF  GLHST-CO-CODE IS EQUAL TO WS-CONV-CO-CODE
056600     AND GLHST-ACCT-NO IS EQUAL TO GLOB-DTL-ACCT-NO
056700         MOVE "ACCOUNT ALREADY HAS POSTED HISTORY"
056800                                  TO  WS-ERR-TEXT
056900         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
057000 2350-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400* 2400-PROVE-TRAILER - THE COUNT AND HASH TOTALS MUST MATCH     *
057500*                      WHAT THE DETAIL ADDED UP TO, AND THE     *
057600*                      FILE MUST NET TO ZERO                    *
057700*****************************************************************
057800 2400-PROVE-TRAILER.
057900     MOVE SPACES                  TO  WS-ERR-WHERE.
058000     IF  NOT WS-HDR-SEEN
058100         MOVE "TRAILER BEFORE HEADER" TO WS-ERR-TEXT
058200         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
058300
058400     MOVE "Y"                     TO  WS-TRL-SEEN-SW.
058500
058600     IF  GLOB-TRL-REC-CNT IS NOT EQUAL TO WS-DTL-CNT
058700         MOVE "RECORD COUNT DOES NOT PROVE" TO WS-ERR-TEXT
058800         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
058900
059000     IF  GLOB-TRL-HASH-DR IS NOT EQUAL TO WS-TOTAL-DR
059100         MOVE "DEBIT HASH DOES NOT PROVE" TO WS-ERR-TEXT
059200         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
059300
059400     IF  GLOB-TRL-HASH-CR IS NOT EQUAL TO WS-TOTAL-CR
059500         MOVE "CREDIT HASH DOES NOT PROVE" TO WS-ERR-TEXT
059600         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
059700
059800     IF  WS-TOTAL-DR IS NOT EQUAL TO WS-TOTAL-CR
059900         MOVE "CONVERSION DOES NOT NET TO ZERO" TO WS-ERR-TEXT
060000         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
060100 2400-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500* 2800-PRINT-ERROR - PRINT ONE PROOF FAILURE AND FLAG THE       *
060600*                    WHOLE FILE REJECTED                        *
060700*****************************************************************
060800 2800-PRINT-ERROR.
060900     MOVE WS-ERROR-LINE           TO  GLOBP-RECORD.
061000     WRITE GLOBP-RECORD.
061100     MOVE "N"                     TO  WS-FILE-OK-SW.
061200     ADD 1                        TO  WS-ERR-CNT.
061300 2800-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700* 2900-END-OF-PROOF - A FILE WITH NO HEADER, NO DETAIL OR NO    *
061800*                     TRAILER IS A STRUCTURAL FAILURE TOO       *
061900*****************************************************************
062000 2900-END-OF-PROOF.
062100     MOVE SPACES                  TO  WS-ERR-WHERE.
062200     IF  NOT WS-HDR-SEEN
062300         MOVE "NO HEADER RECORD"  TO  WS-ERR-TEXT
062400         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
062500
062600     IF  WS-DTL-CNT IS EQUAL TO ZERO
062700         MOVE "NO DETAIL RECORDS" TO  WS-ERR-TEXT
062800         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
062900
063000     IF  NOT WS-TRL-SEEN
063100         MOVE "FILE ENDS WITHOUT TRAILER" TO WS-ERR-TEXT
063200         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
063300 2900-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700* 4000-LOAD-PASS - PASS 2; RE-READ THE PROVED FILE AND SEED     *
063800*                  EACH ACCOUNT, THEN CLOSE THE CONVERSION      *
063900*                  PERIOD                                       *
064000*****************************************************************
064100 4000-LOAD-PASS.
064200     CLOSE OBL-FILE.
064300     OPEN INPUT OBL-FILE.
064400     MOVE SPACES                  TO  WS-OBL-STATUS.
064500     MOVE "N"                     TO  WS-IN-ACCT-SW.
064600
064700     PERFORM 2100-READ-NEXT-OBL   THRU 2100-EXIT.
064800     PERFORM 4100-LOAD-ONE-RECORD THRU 4100-EXIT
064900         UNTIL WS-OBL-EOF.
065000
065100     IF  WS-IN-ACCT
065200         PERFORM 4500-END-ACCOUNT THRU 4500-EXIT.
065300
065400     PERFORM 4700-CLOSE-CONV-PERIOD THRU 4700-EXIT.
065500 4000-EXIT.
065600     EXIT.
065700
065800*****************************************************************
065900* 4100-LOAD-ONE-RECORD - ONE DETAIL; A CHANGE OF ACCOUNT ENDS   *
066000*                        THE PRIOR ACCOUNT AND STARTS THE NEXT  *
066100*****************************************************************
066200 4100-LOAD-ONE-RECORD.
066300     IF  NOT GLOB-DETAIL
066400         GO TO 4100-NEXT.
066500
066600     IF  WS-IN-ACCT
066700     AND GLOB-DTL-ACCT-NO IS NOT EQUAL TO WS-CUR-ACCT-NO
066800         PERFORM 4500-END-ACCOUNT THRU 4500-EXIT.
066900
067000     IF  NOT WS-IN-ACCT
067100         PERFORM 4200-START-ACCOUNT THRU 4200-EXIT.
067200
067300     IF  GLOB-DTL-AMOUNT IS GREATER THAN ZERO
067400         PERFORM 4300-WRITE-HIST-ROW THRU 4300-EXIT.
067500
067600 4100-NEXT.
067700     PERFORM 2100-READ-NEXT-OBL   THRU 2100-EXIT.
067800 4100-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200* 4200-START-ACCOUNT - PICK UP THE ACCOUNT'S DESCRIPTION AND    *
068300*                      CLEAR ITS TOTALS                         *
068400*****************************************************************
068500 4200-START-ACCOUNT.
068600     MOVE "Y"                     TO  WS-IN-ACCT-SW.
068700     MOVE GLOB-DTL-ACCT-NO        TO  WS-CUR-ACCT-NO.
068800     MOVE ZERO                    TO  WS-CUR-LINE-NO.
068900     MOVE ZERO                    TO  WS-ACCT-DR.
069000     MOVE ZERO                    TO  WS-ACCT-CR.
069100
069200     MOVE WS-CONV-CO-CODE         TO  GLCOA-CO-CODE.
069300     MOVE WS-CUR-ACCT-NO          TO  GLCOA-ACCT-NO.
069400     READ COA-FILE
069500         INVALID KEY
069600             MOVE SPACES          TO  GLCOA-DESC.
069700     MOVE GLCOA-DESC              TO  WS-CUR-ACCT-DESC.
069800 4200-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200* 4300-WRITE-HIST-ROW - ONE CONVERSION HISTORY ROW PER ACCOUNT/ *
070300*                       DEPARTMENT: BATCH ZERO, THE AS-OF DATE  *
070400*                       AS ITS ENTRY DATE, HOME CURRENCY, AND   *
070500*                       NEVER OFFERED TO THE BANK RECONCILIATION*
070600*****************************************************************
070700 4300-WRITE-HIST-ROW.
070800     ADD 1                        TO  WS-CUR-LINE-NO.
070900
071000     MOVE SPACES                  TO  GLHST-RECORD.
071100     MOVE WS-CONV-CO-CODE         TO  GLHST-CO-CODE.
071200     MOVE WS-CUR-ACCT-NO          TO  GLHST-ACCT-NO.
071300     MOVE WS-CONV-PERIOD          TO  GLHST-PERIOD.
071400     MOVE ZERO                    TO  GLHST-BATCH-NO.
071500     MOVE WS-CUR-LINE-NO          TO  GLHST-LINE-NO.
071600     MOVE WS-CONV-AS-OF-DATE      TO  GLHST-ENTRY-DATE.
071700     MOVE WS-CUR-ACCT-DESC        TO  GLHST-ACCT-DESC.
071800     MOVE GLOB-DTL-DR-CR-CODE     TO  GLHST-DR-CR-CODE.
071900     MOVE ZERO                    TO  GLHST-QTY.
072000     MOVE ZERO                    TO  GLHST-PRICE.
072100     MOVE GLOB-DTL-AMOUNT         TO  GLHST-EXT-AMT.
072200     MOVE SPACES                  TO  GLHST-CURR-CODE.
072300     MOVE ZERO                    TO  GLHST-EXCH-RATE.
072400     MOVE ZERO                    TO  GLHST-FOREIGN-AMT.
072500     MOVE GLOB-DTL-DEPT-CODE      TO  GLHST-DEPT-CODE.
072600     MOVE "C"                     TO  GLHST-BANK-MATCH-SW.
072700     MOVE WS-CONV-DOC-REF         TO  GLHST-DOC-REF.
072800     MOVE SPACES                  TO  GLHST-BOOK-CODE.
072900
073000     WRITE GLHST-RECORD.
073100     IF  NOT WS-HST-OK
073200         DISPLAY "GLOBLOAD - ERROR WRITING GLHIST, STATUS "
073300                 WS-HST-STATUS
073400         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
073500     ADD 1                        TO  WS-HST-NEW-CNT.
073600
073700     IF  GLOB-DTL-DR-CR-CODE IS EQUAL TO "D"
073800         ADD GLOB-DTL-AMOUNT      TO  WS-ACCT-DR
073900     ELSE
074000         ADD GLOB-DTL-AMOUNT      TO  WS-ACCT-CR.
074100 4300-EXIT.
074200     EXIT.
074300
074400*****************************************************************
074500* 4500-END-ACCOUNT - WRITE THE ACCOUNT'S CONVERSION PERIOD ROW, *
074600*                    SET ITS CURRENT BALANCE AND AUDIT IT       *
074700*****************************************************************
074800 4500-END-ACCOUNT.
074900     MOVE "N"                     TO  WS-IN-ACCT-SW.
075000     SUBTRACT WS-ACCT-CR FROM WS-ACCT-DR
075100         GIVING WS-ACCT-NET.
075200
075300     MOVE SPACES                  TO  GLBAL-RECORD.
075400     MOVE WS-CONV-CO-CODE         TO  GLBAL-CO-CODE.
075500     MOVE WS-CUR-ACCT-NO          TO  GLBAL-ACCT-NO.
075600     MOVE WS-CONV-PERIOD          TO  GLBAL-PERIOD.
075700     MOVE WS-ACCT-DR              TO  GLBAL-PERIOD-DR.
075800     MOVE WS-ACCT-CR              TO  GLBAL-PERIOD-CR.
075900     MOVE WS-ACCT-NET             TO  GLBAL-END-BAL.
076000     MOVE "C"                     TO  GLBAL-CONV-SW.
076100     WRITE GLBAL-RECORD.
076200     IF  NOT WS-BAL-OK
076300         DISPLAY "GLOBLOAD - ERROR WRITING GLPERBAL, STATUS "
076400                 WS-BAL-STATUS
076500         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
076600     ADD 1                        TO  WS-BAL-NEW-CNT.
076700
076800     MOVE WS-CONV-CO-CODE         TO  GLCOA-CO-CODE.
076900     MOVE WS-CUR-ACCT-NO          TO  GLCOA-ACCT-NO.
077000     READ COA-FILE
077100         INVALID KEY
077200             MOVE "23"            TO  WS-COA-STATUS.
077300     IF  NOT WS-COA-OK
077400         DISPLAY "GLOBLOAD - ERROR READING GLCOA, STATUS "
077500                 WS-COA-STATUS
077600         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
077700
077800     MOVE GLCOA-CURR-BAL          TO  WS-BAL-BEFORE.
077900     ADD WS-ACCT-NET              TO  GLCOA-CURR-BAL.
078000     REWRITE GLCOA-RECORD.
078100     IF  NOT WS-COA-OK
078200         DISPLAY "GLOBLOAD - ERROR REWRITING GLCOA, STATUS "
078300                 WS-COA-STATUS
078400         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
078500     ADD 1                        TO  WS-COA-UPD-CNT.
078600
078700     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
078800
078900     MOVE WS-CUR-ACCT-NO          TO  WS-AL-ACCT-NO.
079000     MOVE WS-CUR-ACCT-DESC        TO  WS-AL-DESC.
079100     MOVE WS-ACCT-DR              TO  WS-AL-DR.
079200     MOVE WS-ACCT-CR              TO  WS-AL-CR.
079300     MOVE WS-ACCT-NET             TO  WS-AL-BAL.
079400     MOVE WS-ACCT-LINE            TO  GLOBP-RECORD.
079500     WRITE GLOBP-RECORD.
079600 4500-EXIT.
079700     EXIT.
079800
079900*****************************************************************
080000* 4700-CLOSE-CONV-PERIOD - CLOSE THE CONVERSION PERIOD FOR THE  *
080100*                          COMPANY (CREATING ITS CONTROL ROW    *
080200*                          IF NEED BE) SO NO TRADING IS EVER    *
080300*                          POSTED ALONGSIDE THE BALANCES        *
080400*****************************************************************
080500 4700-CLOSE-CONV-PERIOD.
080600     MOVE WS-CONV-CO-CODE         TO  GLPER-CO-CODE.
080700     MOVE WS-CONV-PERIOD          TO  GLPER-PERIOD.
080800     READ PER-FILE
080900         INVALID KEY
081000             MOVE "23"            TO  WS-PER-STATUS.
081100
081200     IF  WS-PER-OK
081300         IF  GLPER-IS-CLOSED
081400             GO TO 4700-EXIT
081500         END-IF
081600         MOVE GLPER-STATUS-SW     TO  WS-OLD-PER-STATUS
081700         MOVE "C"                 TO  GLPER-STATUS-SW
081800         REWRITE GLPER-RECORD
081900     ELSE
082000         MOVE SPACES              TO  WS-OLD-PER-STATUS
082100         MOVE SPACES              TO  GLPER-RECORD
082200         MOVE WS-CONV-CO-CODE     TO  GLPER-CO-CODE
082300         MOVE WS-CONV-PERIOD      TO  GLPER-PERIOD
082400         MOVE "C"                 TO  GLPER-STATUS-SW
082500         WRITE GLPER-RECORD
082600     END-IF.
082700     IF  NOT WS-PER-OK
082800         DISPLAY "GLOBLOAD - ERROR CLOSING GLPERIOD, STATUS "
082900                 WS-PER-STATUS
083000         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
083100
083200     PERFORM 7100-WRITE-PERIOD-AUDIT THRU 7100-EXIT.
083300
083400     MOVE SPACES                  TO  GLOBP-RECORD.
083500     WRITE GLOBP-RECORD.
083600     MOVE SPACES                  TO  GLOBP-RECORD.
083700     MOVE "CONVERSION PERIOD CLOSED FOR POSTING"
083800                                  TO  GLOBP-RECORD.
083900     MOVE WS-CONV-PERIOD          TO  GLOBP-RECORD (42:6).
084000     WRITE GLOBP-RECORD.
084100 4700-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500* 7000-WRITE-AUDIT-ROW - WRITE A GLLOGREC-STYLE AUDIT ROW FOR   *
084600*                        THE ACCOUNT JUST SEEDED, ACTION CODE   *
084700*                        "M", WITH ITS BALANCE EITHER SIDE      *
084800*****************************************************************
084900 7000-WRITE-AUDIT-ROW.
085000     MOVE WS-USER-ID              TO  GLLOG-USER-ID.
085100     ACCEPT GLLOG-DATE            FROM DATE YYYYMMDD.
085200     ACCEPT GLLOG-TIME            FROM TIME.
085300     MOVE ZERO                    TO  GLLOG-BATCH-NO.
085400     MOVE ZERO                    TO  GLLOG-LINE-NO.
085500     MOVE WS-CUR-ACCT-NO          TO  GLLOG-ACCT-NO.
085600     MOVE "M"                     TO  GLLOG-DR-CR-CODE.
085700     MOVE WS-BAL-BEFORE           TO  GLLOG-BAL-BEFORE.
085800     MOVE GLCOA-CURR-BAL          TO  GLLOG-BAL-AFTER.
085900
085910     MOVE "L"                     TO  GLLCH-FUNCTION.
085920     MOVE "N"                     TO  GLLCH-COMMIT-SW.
085930     CALL "GLLOGCHN"         USING GLLCH-AREA
085940                                   GLLOG-RECORD.
086000     WRITE GLLOG-RECORD.
086100     IF  NOT WS-LOG-OK
086200         DISPLAY "GLOBLOAD - ERROR WRITING GLPSTLOG, STATUS "
086300                 WS-LOG-STATUS
086400         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
086500
086600     ADD 1                        TO  WS-LOG-CNT.
086700 7000-EXIT.
086800     EXIT.
086900
087000*****************************************************************
087100* 7100-WRITE-PERIOD-AUDIT - WRITE A PERIOD STATUS AUDIT ROW FOR *
087200*                           THE CONVERSION PERIOD'S CLOSE       *
087300*****************************************************************
087400 7100-WRITE-PERIOD-AUDIT.
087500     MOVE WS-USER-ID              TO  GLPLG-USER-ID.
087600     ACCEPT GLPLG-DATE            FROM DATE YYYYMMDD.
087700     ACCEPT GLPLG-TIME            FROM TIME.
087800     MOVE GLPER-CO-CODE           TO  GLPLG-CO-CODE.
087900     MOVE GLPER-PERIOD            TO  GLPLG-PERIOD.
088000     MOVE WS-OLD-PER-STATUS       TO  GLPLG-OLD-STATUS.
088100     MOVE GLPER-STATUS-SW         TO  GLPLG-NEW-STATUS.
088200     MOVE "OPENING-BALANCE CONVERSION"
088300                                  TO  GLPLG-REASON.
088400
088500     WRITE GLPLG-RECORD.
088600     IF  NOT WS-PLG-OK
088700         DISPLAY "GLOBLOAD - ERROR WRITING GLPERLOG, STATUS "
088800                 WS-PLG-STATUS
088900         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
089000
089100     ADD 1                        TO  WS-LOG-CNT.
089200 7100-EXIT.
089300     EXIT.
089400
089500*****************************************************************
089600* 8000-PRINT-CONTROL - PROOF TOTALS, LOAD COUNTS AND THE        *
089700*                      VERDICT                                  *
089800*****************************************************************
089900 8000-PRINT-CONTROL.
090000     MOVE SPACES                  TO  GLOBP-RECORD.
090100     WRITE GLOBP-RECORD.
090200
090300     MOVE "DETAIL RECORDS READ"   TO  WS-CNT-LABEL.
090400     MOVE WS-DTL-CNT              TO  WS-CNT-VALUE.
090500     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
090600
090700     MOVE "ZERO-AMOUNT DETAILS NOT LOADED" TO WS-CNT-LABEL.
090800     MOVE WS-ZERO-LINE-CNT        TO  WS-CNT-VALUE.
090900     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
091000
091100     MOVE "ACCOUNTS IN FILE"      TO  WS-CNT-LABEL.
091200     MOVE WS-ACCT-CNT             TO  WS-CNT-VALUE.
091300     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
091400
091500     MOVE "DEBIT TOTAL"           TO  WS-AMT-LABEL.
091600     MOVE WS-TOTAL-DR             TO  WS-AMT-VALUE.
091700     PERFORM 8200-PRINT-AMOUNT    THRU 8200-EXIT.
091800
091900     MOVE "CREDIT TOTAL"          TO  WS-AMT-LABEL.
092000     MOVE WS-TOTAL-CR             TO  WS-AMT-VALUE.
092100     PERFORM 8200-PRINT-AMOUNT    THRU 8200-EXIT.
092200
092300     MOVE "PROOF ERRORS"          TO  WS-CNT-LABEL.
092400     MOVE WS-ERR-CNT              TO  WS-CNT-VALUE.
092500     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
092600
092700     MOVE "HISTORY ROWS WRITTEN"  TO  WS-CNT-LABEL.
092800     MOVE WS-HST-NEW-CNT          TO  WS-CNT-VALUE.
092900     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
093000
093100     MOVE "PERIOD BALANCE ROWS WRITTEN" TO WS-CNT-LABEL.
093200     MOVE WS-BAL-NEW-CNT          TO  WS-CNT-VALUE.
093300     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
093400
093500     MOVE "CHART BALANCES SET"    TO  WS-CNT-LABEL.
093600     MOVE WS-COA-UPD-CNT          TO  WS-CNT-VALUE.
093700     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
093800
093900     MOVE "AUDIT ROWS WRITTEN"    TO  WS-CNT-LABEL.
094000     MOVE WS-LOG-CNT              TO  WS-CNT-VALUE.
094100     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
094200
094300     MOVE SPACES                  TO  GLOBP-RECORD.
094400     WRITE GLOBP-RECORD.
094500     MOVE SPACES                  TO  GLOBP-RECORD.
094600     IF  NOT WS-FILE-PROVES
094700         MOVE "*** CONVERSION FILE REJECTED - NOTHING LOADED ***"
094800                                  TO  GLOBP-RECORD
094900         DISPLAY "GLOBLOAD - CONVERSION FILE REJECTED"
095000     ELSE
095100         IF  WS-OBL-UPDATE
095200             MOVE "CONVERSION FILE PROVED AND LOADED"
095300                                  TO  GLOBP-RECORD
095400         ELSE
095500             MOVE "CONVERSION FILE PROVED - NOTHING LOADED"
095600                                  TO  GLOBP-RECORD
095700         END-IF
095800     END-IF.
095900     WRITE GLOBP-RECORD.
096000 8000-EXIT.
096100     EXIT.
096200
096300*****************************************************************
096400* 8100-PRINT-COUNT                                              *
096500*****************************************************************
096600 8100-PRINT-COUNT.
096700     MOVE WS-COUNT-LINE           TO  GLOBP-RECORD.
096800     WRITE GLOBP-RECORD.
096900 8100-EXIT.
097000     EXIT.
097100
097200*****************************************************************
097300* 8200-PRINT-AMOUNT                                             *
097400*****************************************************************
097500 8200-PRINT-AMOUNT.
097600     MOVE WS-AMOUNT-LINE          TO  GLOBP-RECORD.
097700     WRITE GLOBP-RECORD.
097800 8200-EXIT.
097900     EXIT.
098000
098100*****************************************************************
098200* 9000-TERMINATE - CLOSE ALL FILES                              *
098300*****************************************************************
098400 9000-TERMINATE.
098500     CLOSE OBL-FILE.
098600     CLOSE COA-FILE.
098700     CLOSE BAL-FILE.
098800     CLOSE HST-FILE.
098900     CLOSE PER-FILE.
099000     CLOSE DEP-FILE.
099010     MOVE "E"                     TO  GLLCH-FUNCTION.
099020     CALL "GLLOGCHN"         USING GLLCH-AREA
099030                                   GLLOG-RECORD.
099100     CLOSE LOG-FILE.
099200     CLOSE PLG-FILE.
099300     CLOSE RPT-FILE.
099400
099500     DISPLAY "GLOBLOAD - DETAIL RECORDS READ:   " WS-DTL-CNT.
099600     DISPLAY "GLOBLOAD - HISTORY ROWS WRITTEN:  " WS-HST-NEW-CNT.
099700 9000-EXIT.
099800     EXIT.
099900
100000*****************************************************************
100100* 9500-FAIL-RUN - A LOAD WRITE FAILED (ALREADY ON THE JOB LOG): *
100200*                 ALERT THE OPERATORS AND STOP.  THE ACCOUNTS   *
100300*                 ALREADY SEEDED WILL NOT PROVE AGAIN, SO THE   *
100400*                 PARTIAL LOAD MUST BE BACKED OUT BEFORE THE    *
100500*                 FILE IS RERUN                                 *
100600*****************************************************************
100700 9500-FAIL-RUN.
100800     MOVE "FAIL"                  TO  WS-ALERT-EVENT.
100900     MOVE 1                       TO  WS-ALERT-CNT.
101000     MOVE "CONVERSION LOAD FAILED AND STOPPED - SEE THE JOB LOG"
101100                                  TO  WS-ALERT-TEXT.
101200     CALL "GLALERT"          USING WS-ALERT-EVENT
101300                                   WS-ALERT-PGM
101400                                   WS-ALERT-CNT
101500                                   WS-ALERT-TEXT.
101600     STOP RUN.
101700 9500-EXIT.
101800     EXIT.
101900
102000 9999-EXIT.
102100     STOP RUN.
