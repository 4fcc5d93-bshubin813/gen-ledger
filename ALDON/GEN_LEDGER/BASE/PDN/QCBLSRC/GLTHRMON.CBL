000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLTHRMON.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLTHRMON  -  ACCOUNT BALANCE THRESHOLD MONITOR               *
001000*                                                               *
001100*  RUN BY THE NIGHTLY STREAM AFTER POSTING.  EVERY ACTIVE ROW   *
001200*  OF THE THRESHOLD MASTER (GLTHRREC) IS TESTED AGAINST ITS     *
001300*  ACCOUNT'S BALANCE:                                           *
001400*    - MINIMUM, MAXIMUM AND NORMAL-SIDE-ONLY AGAINST THE        *
001500*      ACCOUNT MASTER'S CURRENT BALANCE (GLCOA-CURR-BAL);       *
001600*    - MUST-BE-ZERO-AT-PERIOD-END AGAINST THE PERIOD BALANCE    *
001700*      HISTORY'S ENDING BALANCE (GLBALREC) FOR THE PERIOD-END   *
001800*      CHECK PERIOD - THE RUN DATE'S OWN FISCAL PERIOD WHEN THE *
001900*      RUN DATE ENDS IT, OTHERWISE THE PERIOD BEFORE.           *
002000*  EACH BREACH PRINTS WITH THE BALANCE AND THE LIMIT, FOLLOWED  *
002100*  BY THE BATCHES POSTED IN THE PERIOD THAT MOVED THE BALANCE   *
002200*  THE WRONG WAY (FROM THE GL HISTORY, NETTED BY BATCH), AND IS *
002300*  WRITTEN TO THE BREACH FILE (GLTHRBRK, RECREATED EACH RUN),   *
002400*  WHERE THE PRE-CLOSE READINESS AUDIT (GLPRECLS) PICKS UP THE  *
002500*  SEVERE ONES AS BLOCKING ITEMS.                               *
002600*                                                               *
002700*  THE STREAM RUNS FOR NO USER, SO AN ACCOUNT IN A RESTRICTED   *
002800*  RANGE (GLRSTCHK) PRINTS ITS BREACH WITHOUT DESCRIPTION,      *
002900*  AMOUNTS OR BATCHES.                                          *
003000*                                                               *
003100*---------------------------------------------------------------*
003200*  MODIFICATION HISTORY                                         *
003300*---------------------------------------------------------------*
003400*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-ISERIES.
003900 OBJECT-COMPUTER.   IBM-ISERIES.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT THR-FILE   ASSIGN TO GLTHRSH
004300         ORGANIZATION IS INDEXED
004400         ACCESS       IS DYNAMIC
004500         RECORD KEY   IS GLTHR-KEY
004600         FILE STATUS  IS WS-THR-STATUS.
004700
004800     SELECT COA-FILE   ASSIGN TO GLCOA
004900         ORGANIZATION IS INDEXED
005000         ACCESS       IS DYNAMIC
005100         RECORD KEY   IS GLCOA-KEY
005200         FILE STATUS  IS WS-COA-STATUS.
005300
005400     SELECT BAL-FILE   ASSIGN TO GLPERBAL
005500         ORGANIZATION IS INDEXED
005600         ACCESS       IS DYNAMIC
005700         RECORD KEY   IS GLBAL-KEY
005800         FILE STATUS  IS WS-BAL-STATUS.
005900
006000     SELECT HST-FILE   ASSIGN TO GLHIST
006100         ORGANIZATION IS INDEXED
006200         ACCESS       IS DYNAMIC
006300         RECORD KEY   IS GLHST-KEY
006400         FILE STATUS  IS WS-HST-STATUS.
006500
006600     SELECT FCL-FILE   ASSIGN TO GLFSCAL
006700         ORGANIZATION IS INDEXED
006800         ACCESS       IS DYNAMIC
006900         RECORD KEY   IS GLFCL-KEY
007000         FILE STATUS  IS WS-FCL-STATUS.
007100
007200     SELECT BRK-FILE   ASSIGN TO GLTHRBRK
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS  IS WS-BRK-STATUS.
007500
007600     SELECT RPT-FILE   ASSIGN TO GLTHRPTP
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS  IS WS-RPT-STATUS.
007900
008000/
008100*****************************************************************
008200* D A T A   D I V I S I O N                                     *
008300*****************************************************************
008400 DATA DIVISION.
008500 FILE SECTION.
008600
008700 FD  THR-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY GLTHRREC.
009000
009100 FD  COA-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY GLCOAREC.
009400
009500 FD  BAL-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY GLBALREC.
009800
009900 FD  HST-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY GLHSTREC.
010200
010300 FD  FCL-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY GLFCLREC.
010600
010700 FD  BRK-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000     COPY GLTBRREC.
011100
011200 FD  RPT-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORDING MODE IS F.
011500     COPY GLTHPRT.
011600
011700/
011800*****************************************************************
011900* W O R K I N G   S T O R A G E   S E C T I O N                 *
012000*****************************************************************
012100 WORKING-STORAGE SECTION.
012200
012300 77  WS-THR-STATUS              PIC X(02) VALUE SPACES.
012400     88  WS-THR-OK                       VALUE "00".
012500     88  WS-THR-EOF                      VALUE "10".
012600
012700 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
012800     88  WS-COA-OK                       VALUE "00".
012900
013000 77  WS-BAL-STATUS              PIC X(02) VALUE SPACES.
013100     88  WS-BAL-OK                       VALUE "00".
013200
013300 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
013400     88  WS-HST-OK                       VALUE "00".
013500
013600 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
013700     88  WS-FCL-OK                       VALUE "00".
013800
013900 77  WS-BRK-STATUS              PIC X(02) VALUE SPACES.
014000 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
014100
014200 77  WS-HST-EOF-SW              PIC X(01) VALUE "N".
014300     88  WS-HST-RANGE-EOF                VALUE "Y".
014400
014500 77  WS-FCL-FOUND-SW            PIC X(01) VALUE "N".
014600     88  WS-FCL-FOUND                    VALUE "Y".
014700
014800 77  WS-ANY-BATCH-SW            PIC X(01) VALUE "N".
014900     88  WS-ANY-BATCH                    VALUE "Y".
015000
015100*
015200* WHICH WAY A BATCH MUST HAVE MOVED THE NORMAL-SIDE BALANCE TO
015300* BE LISTED UNDER A BREACH: "-" DOWN (BELOW MINIMUM, WRONG
015400* SIDE), "+" UP (ABOVE MAXIMUM), "*" EITHER (NOT ZERO).
015500*
015600 77  WS-BREACH-DIR              PIC X(01) VALUE SPACES.
015700     88  WS-DIR-DOWN                     VALUE "-".
015800     88  WS-DIR-UP                       VALUE "+".
015900
016000 77  WS-BREACH-RULE             PIC X(01) VALUE SPACES.
016100     88  WS-RULE-BELOW-MIN               VALUE "L".
016200     88  WS-RULE-ABOVE-MAX               VALUE "H".
016300     88  WS-RULE-NOT-ZERO-AT-PE          VALUE "Z".
016400     88  WS-RULE-WRONG-SIDE              VALUE "W".
016500
016600 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
016700 77  WS-CUR-PERIOD              PIC 9(06) VALUE ZERO.
016800 77  WS-CUR-START-DATE          PIC 9(08) VALUE ZERO.
016900 77  WS-CUR-END-DATE            PIC 9(08) VALUE ZERO.
017000 77  WS-PE-PERIOD               PIC 9(06) VALUE ZERO.
017100 77  WS-BREACH-PERIOD           PIC 9(06) VALUE ZERO.
017200
017300 77  WS-SIGN                    PIC S9(01) VALUE +1.
017400 77  WS-NS-BAL                  PIC S9(09)V99 COMP-3 VALUE ZERO.
017500 77  WS-PE-BAL                  PIC S9(09)V99 COMP-3 VALUE ZERO.
017600 77  WS-BREACH-BAL              PIC S9(09)V99 COMP-3 VALUE ZERO.
017700 77  WS-BREACH-LIMIT            PIC S9(09)V99 COMP-3 VALUE ZERO.
017800 77  WS-LINE-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
017900
018000 77  WS-BATCH-NO                PIC 9(06) VALUE ZERO.
018100 77  WS-BATCH-DATE              PIC 9(08) VALUE ZERO.
018200 77  WS-BATCH-NET               PIC S9(09)V99 COMP-3 VALUE ZERO.
018300 77  WS-BATCH-LINES             PIC 9(05) BINARY VALUE ZERO.
018400 77  WS-BATCH-PRT-CNT           PIC 9(05) BINARY VALUE ZERO.
018500 77  WS-BATCH-MORE-CNT          PIC 9(05) BINARY VALUE ZERO.
018600 77  WS-BATCH-PRT-MAX           PIC 9(05) BINARY VALUE 10.
018700
018800 77  WS-THR-CNT                 PIC 9(07) BINARY VALUE ZERO.
018900 77  WS-BREACH-CNT              PIC 9(07) BINARY VALUE ZERO.
019000 77  WS-SEVERE-CNT              PIC 9(07) BINARY VALUE ZERO.
019100 77  WS-NO-ACCT-CNT             PIC 9(07) BINARY VALUE ZERO.
019200
019300 01  WS-PERIOD-WORK             PIC 9(06) VALUE ZERO.
019400 01  WS-PERIOD-WORK-R           REDEFINES WS-PERIOD-WORK.
019500     05  WS-PW-YEAR             PIC 9(04).
019600     05  WS-PW-MONTH            PIC 9(02).
019700
019800 01  WS-TITLE-LINE.
019900     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
020000     05  WS-TL-RUN-DATE         PIC 9(08).
020100     05  FILLER                 PIC X(17) VALUE
020200         "  CURRENT PERIOD ".
020300     05  WS-TL-CUR-PERIOD       PIC 9(06).
020400     05  FILLER                 PIC X(19) VALUE
020500         "  PERIOD-END CHECK ".
020600     05  WS-TL-PE-PERIOD        PIC 9(06).
020700
020800 01  WS-HEADING-LINE.
020900     05  FILLER                 PIC X(04) VALUE "CO".
021000     05  FILLER                 PIC X(07) VALUE "ACCOUNT".
021100     05  FILLER                 PIC X(19) VALUE "DESCRIPTION".
021200     05  FILLER                 PIC X(11) VALUE "RULE".
021300     05  FILLER                 PIC X(05) VALUE "SEV".
021400     05  FILLER                 PIC X(07) VALUE "PERIOD".
021500     05  FILLER                 PIC X(13) VALUE "      BALANCE".
021600     05  FILLER                 PIC X(12) VALUE "       LIMIT".
021700
021800 01  WS-BREACH-LINE.
021900     05  WS-BL-CO-CODE          PIC X(03).
022000     05  FILLER                 PIC X(01) VALUE SPACES.
022100     05  WS-BL-ACCT-NO          PIC 9(06).
022200     05  FILLER                 PIC X(01) VALUE SPACES.
022300     05  WS-BL-DESC             PIC X(18).
022400     05  FILLER                 PIC X(01) VALUE SPACES.
022500     05  WS-BL-RULE             PIC X(10).
022600     05  FILLER                 PIC X(01) VALUE SPACES.
022700     05  WS-BL-SEVERITY         PIC X(04).
022800     05  FILLER                 PIC X(01) VALUE SPACES.
022900     05  WS-BL-PERIOD           PIC 9(06).
023000     05  FILLER                 PIC X(01) VALUE SPACES.
023100     05  WS-BL-BALANCE          PIC -(8)9.99.
023200     05  FILLER                 PIC X(01) VALUE SPACES.
023300     05  WS-BL-LIMIT            PIC -(8)9.99.
023400
023500 01  WS-BATCH-LINE.
023600     05  FILLER                 PIC X(12) VALUE SPACES.
023700     05  FILLER                 PIC X(06) VALUE "BATCH ".
023800     05  WS-BT-BATCH-NO         PIC 9(06).
023900     05  FILLER                 PIC X(10) VALUE "  ENTERED ".
024000     05  WS-BT-ENTRY-DATE       PIC 9(08).
024100     05  FILLER                 PIC X(08) VALUE "  LINES ".
024200     05  WS-BT-LINES            PIC Z(4)9.
024300     05  FILLER                 PIC X(06) VALUE "  NET ".
024400     05  WS-BT-NET              PIC -(8)9.99.
024500
024600 01  WS-MORE-LINE.
024700     05  FILLER                 PIC X(12) VALUE SPACES.
024800     05  FILLER                 PIC X(04) VALUE "AND ".
024900     05  WS-ML-COUNT            PIC Z(4)9.
025000     05  FILLER                 PIC X(13) VALUE " MORE BATCHES".
025100
025200 01  WS-NONE-LINE.
025300     05  FILLER                 PIC X(12) VALUE SPACES.
025400     05  FILLER                 PIC X(47) VALUE
025500         "NO BATCH POSTED IN THE PERIOD MOVED IT THAT WAY".
025600
025700 01  WS-COUNT-LINE.
025800     05  WS-CNT-TEXT            PIC X(40).
025900     05  WS-CNT-VALUE           PIC Z(6)9.
026000
026100     COPY GLRSCREC.
026200
026300/
026400*****************************************************************
026500* P R O C E D U R E   D I V I S I O N                           *
026600*****************************************************************
026700 PROCEDURE DIVISION.
026800
026900*****************************************************************
027000* 0000-MAINLINE                                                 *
027100*****************************************************************
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
027400     PERFORM 2000-ONE-THRESHOLD   THRU 2000-EXIT
027500         UNTIL WS-THR-EOF.
027600     PERFORM 8000-PRINT-TOTALS    THRU 8000-EXIT.
027700     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
027800     GO TO 9999-EXIT.
027900
028000*****************************************************************
028100* 1000-INITIALIZE - OPEN THE FILES, WORK OUT THE PERIODS AND    *
028200*                   PRINT THE HEADINGS                          *
028300*****************************************************************
028400 1000-INITIALIZE.
028500     OPEN INPUT  THR-FILE.
028600     OPEN INPUT  COA-FILE.
028700     OPEN INPUT  BAL-FILE.
028800     OPEN INPUT  HST-FILE.
028900     OPEN INPUT  FCL-FILE.
029000     OPEN OUTPUT BRK-FILE.
029100     OPEN OUTPUT RPT-FILE.
029200
029300     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
029400     PERFORM 1100-FIND-CUR-PERIOD THRU 1100-EXIT.
029500     PERFORM 1200-FIND-PE-PERIOD  THRU 1200-EXIT.
029600
029700     MOVE SPACES                  TO  GLTHP-RECORD.
029800     MOVE "ACCOUNT BALANCE THRESHOLD EXCEPTIONS"
029900                                  TO  GLTHP-RECORD.
030000     WRITE GLTHP-RECORD.
030100     MOVE WS-RUN-DATE             TO  WS-TL-RUN-DATE.
030200     MOVE WS-CUR-PERIOD           TO  WS-TL-CUR-PERIOD.
030300     MOVE WS-PE-PERIOD            TO  WS-TL-PE-PERIOD.
030400     MOVE WS-TITLE-LINE           TO  GLTHP-RECORD.
030500     WRITE GLTHP-RECORD.
030600     MOVE SPACES                  TO  GLTHP-RECORD.
030700     MOVE "AMOUNTS ARE SIGNED TO EACH ACCOUNT'S NORMAL SIDE"
030800                                  TO  GLTHP-RECORD.
030900     WRITE GLTHP-RECORD.
031000     MOVE SPACES                  TO  GLTHP-RECORD.
031100     WRITE GLTHP-RECORD.
031200     MOVE WS-HEADING-LINE         TO  GLTHP-RECORD.
031300     WRITE GLTHP-RECORD.
031400     MOVE SPACES                  TO  GLTHP-RECORD.
031500     WRITE GLTHP-RECORD.
031600
031700     MOVE LOW-VALUES              TO  GLTHR-KEY.
031800     START THR-FILE
031900         KEY IS NOT LESS THAN GLTHR-KEY
032000         INVALID KEY
032100             MOVE "10"            TO  WS-THR-STATUS.
032200 1000-EXIT.
032300     EXIT.
032400
032500*****************************************************************
032600* 1100-FIND-CUR-PERIOD - THE RUN DATE'S FISCAL PERIOD, THE SAME *
032700*                        LOOKUP GLPOST MAKES, FALLING BACK TO   *
032800*                        THE OLD CALENDAR-MONTH SLICE           *
032900*****************************************************************
033000 1100-FIND-CUR-PERIOD.
033100     MOVE WS-RUN-DATE (1:6)       TO  WS-CUR-PERIOD.
033200     MOVE "N"                     TO  WS-FCL-FOUND-SW.
033300
033400     MOVE WS-RUN-DATE             TO  GLFCL-END-DATE.
033500     START FCL-FILE
033600         KEY IS NOT LESS THAN GLFCL-KEY
033700         INVALID KEY
033800             GO TO 1100-EXIT.
033900
034000     READ FCL-FILE NEXT RECORD
034100         AT END
034200             GO TO 1100-EXIT.
034300
034400     IF  GLFCL-START-DATE IS GREATER THAN WS-RUN-DATE
034500         GO TO 1100-EXIT.
034600
034700     MOVE "Y"                     TO  WS-FCL-FOUND-SW.
034800     MOVE GLFCL-PERIOD            TO  WS-CUR-PERIOD.
034900     MOVE GLFCL-START-DATE        TO  WS-CUR-START-DATE.
035000     MOVE GLFCL-END-DATE          TO  WS-CUR-END-DATE.
035100 1100-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500* 1200-FIND-PE-PERIOD - THE PERIOD WHOSE ENDING BALANCE THE     *
035600*                       ZERO-AT-PERIOD-END RULE TESTS: THE      *
035700*                       CURRENT PERIOD ON ITS LAST DAY,         *
035800*                       OTHERWISE THE PERIOD BEFORE IT          *
035900*****************************************************************
036000 1200-FIND-PE-PERIOD.
036100     IF  NOT WS-FCL-FOUND
036200         MOVE WS-CUR-PERIOD       TO  WS-PERIOD-WORK
036300         IF  WS-PW-MONTH IS GREATER THAN 1
036400             SUBTRACT 1           FROM WS-PW-MONTH
036500         ELSE
036600             SUBTRACT 1           FROM WS-PW-YEAR
036700             MOVE 12              TO  WS-PW-MONTH
036800         END-IF
036900         MOVE WS-PERIOD-WORK      TO  WS-PE-PERIOD
037000         GO TO 1200-EXIT.
037100
037200     IF  WS-CUR-END-DATE IS EQUAL TO WS-RUN-DATE
037300         MOVE WS-CUR-PERIOD       TO  WS-PE-PERIOD
037400         GO TO 1200-EXIT.
037500
037600*
037700* THE ADJUSTMENT PERIOD STARTS AND ENDS ON THE SAME DAY, SO THE
037800* ROW AT OR BEFORE THE CURRENT START DATE MAY BE THE CURRENT
037900* PERIOD ITSELF - STEP PAST IT.
038000*
038100     MOVE WS-CUR-PERIOD           TO  WS-PE-PERIOD.
038200     MOVE WS-CUR-START-DATE       TO  GLFCL-END-DATE.
038300     START FCL-FILE
038400         KEY IS NOT GREATER THAN GLFCL-KEY
038500         INVALID KEY
038600             GO TO 1200-EXIT.
038700
038800     READ FCL-FILE PREVIOUS RECORD
038900         AT END
039000             GO TO 1200-EXIT.
039100
039200     IF  GLFCL-PERIOD IS EQUAL TO WS-CUR-PERIOD
039300         READ FCL-FILE PREVIOUS RECORD
039400             AT END
039500                 GO TO 1200-EXIT
039600         END-READ
039700     END-IF.
039800
039900     MOVE GLFCL-PERIOD            TO  WS-PE-PERIOD.
040000 1200-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400* 2000-ONE-THRESHOLD - TEST ONE ACTIVE THRESHOLD ROW AGAINST    *
040500*                      ITS ACCOUNT                              *
040600*****************************************************************
040700 2000-ONE-THRESHOLD.
040800     READ THR-FILE NEXT RECORD
040900         AT END
041000             MOVE "10"            TO  WS-THR-STATUS
041100             GO TO 2000-EXIT.
041200
041300     IF  NOT GLTHR-ACTIVE
041400         GO TO 2000-EXIT.
041500
041600     MOVE GLTHR-CO-CODE           TO  GLCOA-CO-CODE.
041700     MOVE GLTHR-ACCT-NO           TO  GLCOA-ACCT-NO.
041800     READ COA-FILE
041900         INVALID KEY
042000             DISPLAY "GLTHRMON - THRESHOLD FOR ACCOUNT NOT ON "
042100                     "CHART: " GLTHR-CO-CODE "/" GLTHR-ACCT-NO
042200             ADD 1                TO  WS-NO-ACCT-CNT
042300             GO TO 2000-EXIT.
042400
042500     ADD 1                        TO  WS-THR-CNT.
042600     IF  GLCOA-NORMAL-CREDIT
042700         MOVE -1                  TO  WS-SIGN
042800     ELSE
042900         MOVE +1                  TO  WS-SIGN.
043000     COMPUTE WS-NS-BAL = GLCOA-CURR-BAL * WS-SIGN.
043100
043200     PERFORM 2100-CHECK-RESTRICTED THRU 2100-EXIT.
043300
043400     IF  GLTHR-HAS-MIN
043500         AND WS-NS-BAL IS LESS THAN GLTHR-MIN-BAL
043600         MOVE "L"                 TO  WS-BREACH-RULE
043700         MOVE WS-NS-BAL           TO  WS-BREACH-BAL
043800         MOVE GLTHR-MIN-BAL       TO  WS-BREACH-LIMIT
043900         MOVE WS-CUR-PERIOD       TO  WS-BREACH-PERIOD
044000         MOVE "-"                 TO  WS-BREACH-DIR
044100         PERFORM 3000-REPORT-BREACH THRU 3000-EXIT.
044200
044300     IF  GLTHR-HAS-MAX
044400         AND WS-NS-BAL IS GREATER THAN GLTHR-MAX-BAL
044500         MOVE "H"                 TO  WS-BREACH-RULE
044600         MOVE WS-NS-BAL           TO  WS-BREACH-BAL
044700         MOVE GLTHR-MAX-BAL       TO  WS-BREACH-LIMIT
044800         MOVE WS-CUR-PERIOD       TO  WS-BREACH-PERIOD
044900         MOVE "+"                 TO  WS-BREACH-DIR
045000         PERFORM 3000-REPORT-BREACH THRU 3000-EXIT.
045100
045200     IF  GLTHR-NORMAL-SIDE-ONLY
045300         AND WS-NS-BAL IS LESS THAN ZERO
045400         MOVE "W"                 TO  WS-BREACH-RULE
045500         MOVE WS-NS-BAL           TO  WS-BREACH-BAL
045600         MOVE ZERO                TO  WS-BREACH-LIMIT
045700         MOVE WS-CUR-PERIOD       TO  WS-BREACH-PERIOD
045800         MOVE "-"                 TO  WS-BREACH-DIR
045900         PERFORM 3000-REPORT-BREACH THRU 3000-EXIT.
046000
046100     IF  NOT GLTHR-ZERO-AT-PE
046200         GO TO 2000-EXIT.
046300
046400     PERFORM 2200-GET-PE-BALANCE  THRU 2200-EXIT.
046500     IF  WS-PE-BAL IS NOT EQUAL TO ZERO
046600         MOVE "Z"                 TO  WS-BREACH-RULE
046700         MOVE WS-PE-BAL           TO  WS-BREACH-BAL
046800         MOVE ZERO                TO  WS-BREACH-LIMIT
046900         MOVE WS-PE-PERIOD        TO  WS-BREACH-PERIOD
047000         MOVE "*"                 TO  WS-BREACH-DIR
047100         PERFORM 3000-REPORT-BREACH THRU 3000-EXIT.
047200 2000-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600* 2100-CHECK-RESTRICTED - MAY THE ACCOUNT'S DETAIL BE PRINTED;  *
047700*                         THE STREAM RUNS FOR NO USER           *
047800*****************************************************************
047900 2100-CHECK-RESTRICTED.
048000     MOVE "C"                     TO  GLRSC-FUNCTION.
048100     MOVE SPACES                  TO  GLRSC-USER-ID.
048200     MOVE GLCOA-CO-CODE           TO  GLRSC-CO-CODE.
048300     MOVE GLCOA-ACCT-NO           TO  GLRSC-ACCT-NO.
048400     MOVE "O"                     TO  GLRSC-LOG-SW.
048500     CALL "GLRSTCHK"         USING GLRSC-AREA.
048600 2100-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000* 2200-GET-PE-BALANCE - THE ACCOUNT'S ENDING BALANCE FOR THE    *
049100*                       PERIOD-END CHECK PERIOD, NORMAL-SIDE    *
049200*                       SIGNED; NO ROW FOR THE PERIOD MEANS NO  *
049300*                       ACTIVITY, SO THE LAST ROW BEFORE IT     *
049400*                       STANDS                                  *
049500*****************************************************************
049600 2200-GET-PE-BALANCE.
049700     MOVE ZERO                    TO  WS-PE-BAL.
049800     MOVE GLCOA-CO-CODE           TO  GLBAL-CO-CODE.
049900     MOVE GLCOA-ACCT-NO           TO  GLBAL-ACCT-NO.
050000     MOVE WS-PE-PERIOD            TO  GLBAL-PERIOD.
050100     START BAL-FILE
050200         KEY IS NOT GREATER THAN GLBAL-KEY
050300         INVALID KEY
050400             GO TO 2200-EXIT.
050500
050600     READ BAL-FILE PREVIOUS RECORD
050700         AT END
050800             GO TO 2200-EXIT.
050900
051000     IF  GLBAL-CO-CODE IS NOT EQUAL TO GLCOA-CO-CODE
051100         OR GLBAL-ACCT-NO IS NOT EQUAL TO GLCOA-ACCT-NO
051200         GO TO 2200-EXIT.
051300
051400     COMPUTE WS-PE-BAL = GLBAL-END-BAL * WS-SIGN.
051500 2200-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900* 3000-REPORT-BREACH - WRITE THE BREACH ROW, PRINT IT AND LIST  *
052000*                      THE BATCHES BEHIND IT (WS-BREACH-RULE    *
052100*                      AND THE OTHER WS-BREACH- FIELDS SET BY   *
052200*                      THE CALLER)                              *
052300*****************************************************************
052400 3000-REPORT-BREACH.
052500     MOVE WS-RUN-DATE             TO  GLTBR-RUN-DATE.
052600     MOVE GLTHR-CO-CODE           TO  GLTBR-CO-CODE.
052700     MOVE GLTHR-ACCT-NO           TO  GLTBR-ACCT-NO.
052800     MOVE WS-BREACH-RULE          TO  GLTBR-RULE.
052900     MOVE GLTHR-SEVERITY          TO  GLTBR-SEVERITY.
053000     MOVE WS-BREACH-PERIOD        TO  GLTBR-PERIOD.
053100     MOVE WS-BREACH-BAL           TO  GLTBR-BALANCE.
053200     MOVE WS-BREACH-LIMIT         TO  GLTBR-LIMIT.
053300     WRITE GLTBR-RECORD.
053400
053500     ADD 1                        TO  WS-BREACH-CNT.
053600     IF  GLTHR-SEVERE
053700         ADD 1                    TO  WS-SEVERE-CNT.
053800
053900     MOVE SPACES                  TO  WS-BREACH-LINE.
054000     MOVE GLTHR-CO-CODE           TO  WS-BL-CO-CODE.
054100     MOVE GLTHR-ACCT-NO           TO  WS-BL-ACCT-NO.
054200     MOVE GLCOA-DESC              TO  WS-BL-DESC.
054300     IF  WS-RULE-BELOW-MIN
054400         MOVE "BELOW MIN"         TO  WS-BL-RULE.
054500     IF  WS-RULE-ABOVE-MAX
054600         MOVE "ABOVE MAX"         TO  WS-BL-RULE.
054700     IF  WS-RULE-WRONG-SIDE
054800         MOVE "WRONG SIDE"        TO  WS-BL-RULE.
054900     IF  WS-RULE-NOT-ZERO-AT-PE
055000         MOVE "NOT ZERO"          TO  WS-BL-RULE.
055100     IF  GLTHR-SEVERE
055200         MOVE "SEVR"              TO  WS-BL-SEVERITY
055300     ELSE
055400         MOVE "WARN"              TO  WS-BL-SEVERITY.
055500     MOVE WS-BREACH-PERIOD        TO  WS-BL-PERIOD.
055600     MOVE WS-BREACH-BAL           TO  WS-BL-BALANCE.
055700     MOVE WS-BREACH-LIMIT         TO  WS-BL-LIMIT.
055800     MOVE WS-BREACH-LINE          TO  GLTHP-RECORD.
055900
056000*
056100* A RESTRICTED ACCOUNT SHOWS ONLY THAT IT BREACHED.
056200*
056300     IF  GLRSC-HIDE
056400         MOVE "RESTRICTED ACCOUNT" TO  GLTHP-RECORD (12:18)
056500         MOVE SPACES              TO  GLTHP-RECORD (54:25)
056600         WRITE GLTHP-RECORD
056700         GO TO 3000-EXIT.
056800
056900     WRITE GLTHP-RECORD.
057000     PERFORM 3100-LIST-BATCHES    THRU 3100-EXIT.
057100 3000-EXIT.
057200     EXIT.
057300
057400*****************************************************************
057500* 3100-LIST-BATCHES - THE BATCHES POSTED TO THE ACCOUNT IN THE  *
057600*                     BREACH PERIOD THAT MOVED ITS BALANCE THE  *
057700*                     WRONG WAY, NETTED BY BATCH FROM THE GL    *
057800*                     HISTORY                                   *
057900*****************************************************************
058000 3100-LIST-BATCHES.
058100     MOVE "N"                     TO  WS-ANY-BATCH-SW.
058200     MOVE "N"                     TO  WS-HST-EOF-SW.
058300     MOVE ZERO                    TO  WS-BATCH-PRT-CNT.
058400     MOVE ZERO                    TO  WS-BATCH-MORE-CNT.
058500
058600     MOVE GLTHR-CO-CODE           TO  GLHST-CO-CODE.
058700     MOVE GLTHR-ACCT-NO           TO  GLHST-ACCT-NO.
058800     MOVE WS-BREACH-PERIOD        TO  GLHST-PERIOD.
058900     MOVE ZERO                    TO  GLHST-BATCH-NO.
059000     MOVE ZERO                    TO  GLHST-LINE-NO.
059100     START HST-FILE
059200         KEY IS NOT LESS THAN GLHST-KEY
059300         INVALID KEY
059400             MOVE "Y"             TO  WS-HST-EOF-SW.
059500
059600     PERFORM 3200-ONE-HISTORY-ROW THRU 3200-EXIT
059700         UNTIL WS-HST-RANGE-EOF.
059800
059900     IF  WS-ANY-BATCH
060000         PERFORM 3300-END-OF-BATCH THRU 3300-EXIT.
060100
060200     IF  WS-BATCH-MORE-CNT IS GREATER THAN ZERO
060300         MOVE WS-BATCH-MORE-CNT   TO  WS-ML-COUNT
060400         MOVE WS-MORE-LINE        TO  GLTHP-RECORD
060500         WRITE GLTHP-RECORD.
060600
060700     IF  WS-BATCH-PRT-CNT IS EQUAL TO ZERO
060800         AND WS-BATCH-MORE-CNT IS EQUAL TO ZERO
060900         MOVE WS-NONE-LINE        TO  GLTHP-RECORD
061000         WRITE GLTHP-RECORD.
061100 3100-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500* 3200-ONE-HISTORY-ROW - ADD ONE HISTORY ROW TO ITS BATCH'S NET *
061600*****************************************************************
061700 3200-ONE-HISTORY-ROW.
061800     READ HST-FILE NEXT RECORD
061900         AT END
062000             MOVE "Y"             TO  WS-HST-EOF-SW
062100             GO TO 3200-EXIT.
062200
062300     IF  GLHST-CO-CODE IS NOT EQUAL TO GLTHR-CO-CODE
062400         OR GLHST-ACCT-NO IS NOT EQUAL TO GLTHR-ACCT-NO
062500         OR GLHST-PERIOD IS NOT EQUAL TO WS-BREACH-PERIOD
062600         MOVE "Y"                 TO  WS-HST-EOF-SW
062700         GO TO 3200-EXIT.
062800
062900*
063000* A PARALLEL-BOOK LINE NEVER TOUCHED THE BASE LEDGER BALANCE.
063100*
063200     IF  GLHST-BOOK-CODE IS NOT EQUAL TO SPACES
063300         GO TO 3200-EXIT.
063400
063500     IF  WS-ANY-BATCH
063600         AND GLHST-BATCH-NO IS NOT EQUAL TO WS-BATCH-NO
063700         PERFORM 3300-END-OF-BATCH THRU 3300-EXIT.
063800
063900     IF  NOT WS-ANY-BATCH
064000         MOVE "Y"                 TO  WS-ANY-BATCH-SW
064100         MOVE GLHST-BATCH-NO      TO  WS-BATCH-NO
064200         MOVE GLHST-ENTRY-DATE    TO  WS-BATCH-DATE
064300         MOVE ZERO                TO  WS-BATCH-NET
064400         MOVE ZERO                TO  WS-BATCH-LINES.
064500
064600     IF  GLCOA-TYPE-STAT
064700         MOVE GLHST-QTY           TO  WS-LINE-AMT
064800     ELSE
064900         MOVE GLHST-EXT-AMT       TO  WS-LINE-AMT.
065000     IF  GLHST-DR-CR-CODE IS EQUAL TO "D"
065100         ADD WS-LINE-AMT          TO  WS-BATCH-NET
065200     ELSE
065300         SUBTRACT WS-LINE-AMT     FROM WS-BATCH-NET.
065400     ADD 1                        TO  WS-BATCH-LINES.
065500 3200-EXIT.
065600     EXIT.
065700
065800*****************************************************************
065900* 3300-END-OF-BATCH - PRINT THE BATCH JUST TOTALLED IF IT MOVED *
066000*                     THE BALANCE THE BREACH'S WAY; PAST THE    *
066100*                     PRINT LIMIT IT IS ONLY COUNTED            *
066200*****************************************************************
066300 3300-END-OF-BATCH.
066400     MOVE "N"                     TO  WS-ANY-BATCH-SW.
066500     COMPUTE WS-BATCH-NET = WS-BATCH-NET * WS-SIGN.
066600
066700     IF  WS-BATCH-NET IS EQUAL TO ZERO
066800         GO TO 3300-EXIT.
066900     IF  WS-DIR-DOWN
067000         AND WS-BATCH-NET IS GREATER THAN ZERO
067100         GO TO 3300-EXIT.
067200     IF  WS-DIR-UP
067300         AND WS-BATCH-NET IS LESS THAN ZERO
067400         GO TO 3300-EXIT.
067500
067600     IF  WS-BATCH-PRT-CNT IS NOT LESS THAN WS-BATCH-PRT-MAX
067700         ADD 1                    TO  WS-BATCH-MORE-CNT
067800         GO TO 3300-EXIT.
067900
068000     MOVE WS-BATCH-NO             TO  WS-BT-BATCH-NO.
068100     MOVE WS-BATCH-DATE           TO  WS-BT-ENTRY-DATE.
068200     MOVE WS-BATCH-LINES          TO  WS-BT-LINES.
068300     MOVE WS-BATCH-NET            TO  WS-BT-NET.
068400     MOVE WS-BATCH-LINE           TO  GLTHP-RECORD.
068500     WRITE GLTHP-RECORD.
068600     ADD 1                        TO  WS-BATCH-PRT-CNT.
068700 3300-EXIT.
068800     EXIT.
068900
069000*****************************************************************
069100* 8000-PRINT-TOTALS - THE COUNTS, THEN CLEAN OR NOT IN ONE LINE *
069200*****************************************************************
069300 8000-PRINT-TOTALS.
069400     MOVE SPACES                  TO  GLTHP-RECORD.
069500     WRITE GLTHP-RECORD.
069600
069700     MOVE "THRESHOLDS CHECKED"    TO  WS-CNT-TEXT.
069800     MOVE WS-THR-CNT              TO  WS-CNT-VALUE.
069900     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
070000     MOVE "THRESHOLDS FOR ACCOUNTS NOT ON THE CHART"
070100                                  TO  WS-CNT-TEXT.
070200     MOVE WS-NO-ACCT-CNT          TO  WS-CNT-VALUE.
070300     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
070400     MOVE "BREACHES"              TO  WS-CNT-TEXT.
070500     MOVE WS-BREACH-CNT           TO  WS-CNT-VALUE.
070600     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
070700     MOVE "SEVERE BREACHES (BLOCK THE CLOSE)" TO  WS-CNT-TEXT.
070800     MOVE WS-SEVERE-CNT           TO  WS-CNT-VALUE.
070900     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
071000
071100     MOVE SPACES                  TO  GLTHP-RECORD.
071200     WRITE GLTHP-RECORD.
071300
071400     MOVE SPACES                  TO  GLTHP-RECORD.
071500     IF  WS-BREACH-CNT IS EQUAL TO ZERO
071600         MOVE "ALL WATCHED BALANCES WITHIN THRESHOLDS."
071700                                   TO  GLTHP-RECORD
071800     ELSE
071900         MOVE "*** THRESHOLD BREACHES - SEE ABOVE ***"
072000                                   TO  GLTHP-RECORD.
072100     WRITE GLTHP-RECORD.
072200 8000-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600* 8100-PRINT-COUNT - ONE LINE OF THE COUNTS                     *
072700*****************************************************************
072800 8100-PRINT-COUNT.
072900     MOVE WS-COUNT-LINE           TO  GLTHP-RECORD.
073000     WRITE GLTHP-RECORD.
073100 8100-EXIT.
073200     EXIT.
073300
073400*****************************************************************
073500* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY THE RUN SUMMARY  *
073600*****************************************************************
073700 9000-TERMINATE.
073800     MOVE "E"                     TO  GLRSC-FUNCTION.
073900     CALL "GLRSTCHK"         USING GLRSC-AREA.
074000
074100     CLOSE THR-FILE.
074200     CLOSE COA-FILE.
074300     CLOSE BAL-FILE.
074400     CLOSE HST-FILE.
074500     CLOSE FCL-FILE.
074600     CLOSE BRK-FILE.
074700     CLOSE RPT-FILE.
074800
074900     DISPLAY "GLTHRMON - THRESHOLDS CHECKED: " WS-THR-CNT.
075000     DISPLAY "GLTHRMON - BREACHES:           " WS-BREACH-CNT.
075100     DISPLAY "GLTHRMON - SEVERE BREACHES:    " WS-SEVERE-CNT.
075200 9000-EXIT.
075300     EXIT.
075400
075500 9999-EXIT.
075600     STOP RUN.
