000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLFCTGEN.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLFCTGEN  -  FORECAST VERSION SEED                           *
001000*                                                               *
001100*  CREATES A NEW FORECAST VERSION (FOR EXAMPLE "Q1FC") FOR ONE  *
001200*  COMPANY AND FISCAL YEAR, HELD ON GLFCST ALONGSIDE THE        *
001300*  APPROVED BUDGET - THE BUDGET MASTER (GLBUDGT) IS ONLY READ,  *
001400*  SO THE FUNDS CHECK AND THE OVER-BUDGET EDIT GO ON USING THE  *
001500*  APPROVED BUDGET ALONE.  THE CALLER NAMES THE LAST PERIOD     *
001600*  WITH ACTUALS (THE "ACTUALS-THROUGH" PERIOD; ITS YEAR IS THE  *
001700*  FISCAL YEAR AND PERIOD 00 MEANS NO ACTUALS YET):             *
001800*                                                               *
001900*    EVERY BUDGET CELL OF THE YEAR UP TO AND INCLUDING THE      *
002000*    ACTUALS-THROUGH PERIOD IS SEEDED WITH THAT CELL'S          *
002100*    DEPARTMENT ACTUAL (GLDACREC, ZERO WHEN NOTHING POSTED);    *
002200*    EVERY LATER BUDGET CELL IS SEEDED WITH THE BUDGET ITSELF;  *
002300*    DEPARTMENT ACTUALS UP TO THE ACTUALS-THROUGH PERIOD THAT   *
002400*    HAVE NO BUDGET CELL ARE SEEDED TOO, SO UNBUDGETED SPEND    *
002500*    IS NOT LOST FROM THE ESTIMATE AT COMPLETION.               *
002600*                                                               *
002700*  THE REMAINING PERIODS ARE THEN REFORECAST THROUGH GLBUDLOAD  *
002800*  (A NONBLANK VERSION ON THE UPLOAD DETAIL) AND REPORTED BY    *
002900*  GLFCTEAC.  A VERSION IS SEEDED ONCE - AN EXISTING VERSION    *
003000*  FOR THE COMPANY IS REFUSED.  THE RUN IS A PREVIEW UNLESS     *
003100*  THE MODE IS "U"; AN UPDATE RUN WRITES THE VERSION HEADER     *
003200*  (GLFCVREC) AND A GLLOGREC-STYLE AUDIT ROW, ACTION CODE "M",  *
003300*  UNDER THE USER ID PASSED THROUGH LINKAGE.                    *
003400*                                                               *
003500*---------------------------------------------------------------*
003600*  MODIFICATION HISTORY                                         *
003700*---------------------------------------------------------------*
003800*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003810*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
003820*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-ISERIES.
004300 OBJECT-COMPUTER.   IBM-ISERIES.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT BUD-FILE   ASSIGN TO GLBUDGT
004700         ORGANIZATION IS INDEXED
004800         ACCESS       IS DYNAMIC
004900         RECORD KEY   IS GLBUD-KEY
005000         FILE STATUS  IS WS-BUD-STATUS.
005100
005200     SELECT DAC-FILE   ASSIGN TO GLDEPACT
005300         ORGANIZATION IS INDEXED
005400         ACCESS       IS DYNAMIC
005500         RECORD KEY   IS GLDAC-KEY
005600         FILE STATUS  IS WS-DAC-STATUS.
005700
005800     SELECT FCV-FILE   ASSIGN TO GLFCVER
005900         ORGANIZATION IS INDEXED
006000         ACCESS       IS DYNAMIC
006100         RECORD KEY   IS GLFCV-KEY
006200         FILE STATUS  IS WS-FCV-STATUS.
006300
006400     SELECT FCT-FILE   ASSIGN TO GLFCST
006500         ORGANIZATION IS INDEXED
006600         ACCESS       IS DYNAMIC
006700         RECORD KEY   IS GLFCT-KEY
006800         FILE STATUS  IS WS-FCT-STATUS.
006900
007000     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS  IS WS-LOG-STATUS.
007300
007400     SELECT RPT-FILE   ASSIGN TO GLFCGRPTP
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS  IS WS-RPT-STATUS.
007700
007800/
007900*****************************************************************
008000* D A T A   D I V I S I O N                                     *
008100*****************************************************************
008200 DATA DIVISION.
008300 FILE SECTION.
008400
008500 FD  BUD-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY GLBUDREC.
008800
008900 FD  DAC-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY GLDACREC.
009200
009300 FD  FCV-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY GLFCVREC.
009600
009700 FD  FCT-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY GLFCTREC.
010000
010100 FD  LOG-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400     COPY GLLOGREC.
010500
010600 FD  RPT-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORDING MODE IS F.
010900     COPY GLFCGPRT.
011000
011100/
011200*****************************************************************
011300* W O R K I N G   S T O R A G E   S E C T I O N                 *
011400*****************************************************************
011500 WORKING-STORAGE SECTION.
011600
011700 77  WS-BUD-STATUS              PIC X(02) VALUE SPACES.
011800     88  WS-BUD-OK                       VALUE "00".
011900     88  WS-BUD-EOF                      VALUE "10".
012000
012100 77  WS-DAC-STATUS              PIC X(02) VALUE SPACES.
012200     88  WS-DAC-OK                       VALUE "00".
012300     88  WS-DAC-EOF                      VALUE "10".
012400
012500 77  WS-FCV-STATUS              PIC X(02) VALUE SPACES.
012600     88  WS-FCV-OK                       VALUE "00".
012700
012800 77  WS-FCT-STATUS              PIC X(02) VALUE SPACES.
012900     88  WS-FCT-OK                       VALUE "00".
013000
013100 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
013200     88  WS-LOG-OK                       VALUE "00".
013300
013400 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
013500
013600 77  WS-PARM-SW                 PIC X(01) VALUE "Y".
013700     88  WS-PARMS-OK                     VALUE "Y".
013800
013900 77  WS-PARM-MESSAGE            PIC X(60) VALUE SPACES.
014000 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
014100
014200 01  WS-ACT-THRU.
014300     05  WS-AT-YEAR             PIC 9(04).
014400     05  WS-AT-MONTH            PIC 9(02).
014500
014600 01  WS-WORK-PERIOD.
014700     05  WS-WRK-YEAR            PIC 9(04).
014800     05  WS-WRK-MONTH           PIC 9(02).
014900
015000 77  WS-CELL-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
015100 77  WS-CELL-SOURCE             PIC X(01) VALUE SPACES.
015200
015300*---------------------------------------------------------------*
015400*  RUN COUNTS AND TOTALS                                        *
015500*---------------------------------------------------------------*
015600 77  WS-ACT-CNT                 PIC 9(07) BINARY VALUE ZERO.
015700 77  WS-BGT-CNT                 PIC 9(07) BINARY VALUE ZERO.
015800 77  WS-UNB-CNT                 PIC 9(07) BINARY VALUE ZERO.
015900 77  WS-LOG-CNT                 PIC 9(07) BINARY VALUE ZERO.
016000 77  WS-ACT-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
016100 77  WS-BGT-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
016200 77  WS-FCT-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
016300
016400 77  WS-ALERT-EVENT             PIC X(04) VALUE SPACES.
016500 77  WS-ALERT-PGM               PIC X(10) VALUE "GLFCTGEN".
016600 77  WS-ALERT-CNT               PIC 9(07) VALUE ZERO.
016700 77  WS-ALERT-TEXT              PIC X(60) VALUE SPACES.
016800
016900 01  WS-COUNT-LINE.
017000     05  WS-CNT-LABEL           PIC X(40).
017100     05  WS-CNT-VALUE           PIC ZZZZZZ9.
017200
017300 01  WS-AMOUNT-LINE.
017400     05  WS-AMT-LABEL           PIC X(40).
017500     05  WS-AMT-VALUE           PIC -(11)9.99.
017600
017610     COPY GLLCHREC.
017620
017700/
017800****************************************************************
017900* L I N K A G E   S E C T I O N                                *
018000*                                                               *
018100* WS-FCG-PARM NAMES THE NEW VERSION, THE COMPANY, THE ACTUALS-  *
018200* THROUGH PERIOD (YYYYPP), THE VERSION DESCRIPTION AND THE      *
018300* MODE ("P" PREVIEW, "U" UPDATE - ANYTHING ELSE PREVIEWS).      *
018400****************************************************************
018500 LINKAGE SECTION.
018600 01  WS-USER-ID                 PIC X(10).
018700 01  WS-FCG-PARM.
018800     05  WS-FCG-VERSION         PIC X(04).
018900     05  WS-FCG-CO-CODE         PIC X(03).
019000     05  WS-FCG-ACT-THRU        PIC 9(06).
019100     05  WS-FCG-DESC            PIC X(30).
019200     05  WS-FCG-MODE            PIC X(01).
019300         88  WS-FCG-UPDATE               VALUE "U".
019400/
019500*****************************************************************
019600* P R O C E D U R E   D I V I S I O N                           *
019700*****************************************************************
019800 PROCEDURE DIVISION      USING WS-USER-ID
019900                               WS-FCG-PARM.
020000
020100*****************************************************************
020200* 0000-MAINLINE                                                 *
020300*****************************************************************
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
020600     PERFORM 1100-CHECK-PARMS         THRU 1100-EXIT.
020700     IF  WS-PARMS-OK
020800         PERFORM 2000-SEED-BUDGET-CELLS THRU 2000-EXIT
020900         PERFORM 3000-SEED-UNBUDGETED THRU 3000-EXIT
021000         PERFORM 4000-WRITE-VERSION   THRU 4000-EXIT
021100         PERFORM 8000-PRINT-CONTROL   THRU 8000-EXIT.
021200     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
021300     GO TO 9999-EXIT.
021400
021500*****************************************************************
021600* 1000-INITIALIZE - OPEN THE FILES AND HEAD THE REPORT          *
021700*****************************************************************
021800 1000-INITIALIZE.
021900     IF  NOT WS-FCG-UPDATE
022000         MOVE "P"                 TO  WS-FCG-MODE.
022100
022200     OPEN INPUT  BUD-FILE.
022300     OPEN INPUT  DAC-FILE.
022400     OPEN I-O    FCV-FILE.
022500     OPEN I-O    FCT-FILE.
022600     OPEN EXTEND LOG-FILE.
022700     OPEN OUTPUT RPT-FILE.
022800
022900     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
023000     MOVE WS-FCG-ACT-THRU         TO  WS-ACT-THRU.
023100
023200     MOVE SPACES                  TO  GLFCGP-RECORD.
023300     IF  WS-FCG-UPDATE
023400         MOVE "GL FORECAST VERSION SEED - UPDATE RUN"
023500                                  TO  GLFCGP-RECORD
023600     ELSE
023700         MOVE "GL FORECAST VERSION SEED - PREVIEW ONLY"
023800                                  TO  GLFCGP-RECORD.
023900     WRITE GLFCGP-RECORD.
024000
024100     MOVE SPACES                  TO  GLFCGP-RECORD.
024200     MOVE "VERSION"               TO  GLFCGP-RECORD.
024300     MOVE WS-FCG-VERSION          TO  GLFCGP-RECORD (10:4).
024400     MOVE "COMPANY"               TO  GLFCGP-RECORD (16:7).
024500     MOVE WS-FCG-CO-CODE          TO  GLFCGP-RECORD (24:3).
024600     MOVE "ACTUALS THROUGH"       TO  GLFCGP-RECORD (29:15).
024700     MOVE WS-FCG-ACT-THRU         TO  GLFCGP-RECORD (45:6).
024800     MOVE "RUN DATE"              TO  GLFCGP-RECORD (53:8).
024900     MOVE WS-TODAY-DATE           TO  GLFCGP-RECORD (63:8).
025000     WRITE GLFCGP-RECORD.
025100     MOVE SPACES                  TO  GLFCGP-RECORD.
025200     MOVE WS-FCG-DESC             TO  GLFCGP-RECORD.
025300     WRITE GLFCGP-RECORD.
025400     MOVE SPACES                  TO  GLFCGP-RECORD.
025500     WRITE GLFCGP-RECORD.
025600 1000-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000* 1100-CHECK-PARMS - VERSION AND COMPANY ARE REQUIRED, THE      *
026100*                    ACTUALS-THROUGH PERIOD MUST BE A PERIOD    *
026200*                    OF A FISCAL YEAR (00 TO 13), AND THE       *
026300*                    VERSION MUST NOT ALREADY EXIST             *
026400*****************************************************************
026500 1100-CHECK-PARMS.
026600     IF  WS-FCG-VERSION IS EQUAL TO SPACES
026700     OR  WS-FCG-CO-CODE IS EQUAL TO SPACES
026800         MOVE "VERSION AND COMPANY CODE ARE BOTH REQUIRED"
026900                                  TO  WS-PARM-MESSAGE
027000         GO TO 1100-REJECT.
027100
027200     IF  WS-ACT-THRU IS NOT NUMERIC
027300     OR  WS-AT-YEAR IS EQUAL TO ZERO
027400     OR  WS-AT-MONTH IS GREATER THAN 13
027500         MOVE "ACTUALS-THROUGH PERIOD MUST BE YYYYPP, PP 00-13"
027600                                  TO  WS-PARM-MESSAGE
027700         GO TO 1100-REJECT.
027800
027900     MOVE WS-FCG-VERSION          TO  GLFCV-VERSION.
028000     MOVE WS-FCG-CO-CODE          TO  GLFCV-CO-CODE.
028100     READ FCV-FILE
028200         INVALID KEY
028300             GO TO 1100-EXIT.
028400
028500     MOVE "VERSION ALREADY EXISTS FOR THIS COMPANY"
028600                                  TO  WS-PARM-MESSAGE.
028700
028800 1100-REJECT.
028900     MOVE "N"                     TO  WS-PARM-SW.
029000     MOVE WS-PARM-MESSAGE         TO  GLFCGP-RECORD.
029100     WRITE GLFCGP-RECORD.
029200     DISPLAY "GLFCTGEN - " WS-PARM-MESSAGE.
029300 1100-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700* 2000-SEED-BUDGET-CELLS - BROWSE THE COMPANY'S BUDGET CELLS    *
029800*                          AND SEED ONE VERSION CELL FOR EACH   *
029900*                          CELL OF THE FISCAL YEAR              *
030000*****************************************************************
030100 2000-SEED-BUDGET-CELLS.
030200     MOVE WS-FCG-CO-CODE          TO  GLBUD-CO-CODE.
030300     MOVE ZERO                    TO  GLBUD-ACCT-NO.
030400     MOVE SPACES                  TO  GLBUD-DEPT-CODE.
030500     MOVE ZERO                    TO  GLBUD-PERIOD.
030600     START BUD-FILE
030700         KEY IS NOT LESS THAN GLBUD-KEY
030800         INVALID KEY
030900             MOVE "10"            TO  WS-BUD-STATUS.
031000
031100     PERFORM 2100-SEED-ONE-BUDGET THRU 2100-EXIT
031200         UNTIL WS-BUD-EOF.
031300 2000-EXIT.
031400     EXIT.
031500
031600*****************************************************************
031700* 2100-SEED-ONE-BUDGET - A CELL UP TO THE ACTUALS-THROUGH       *
031800*                        PERIOD TAKES THE DEPARTMENT ACTUAL AT  *
031900*                        ITS KEY; A LATER CELL TAKES THE BUDGET *
032000*****************************************************************
032100 2100-SEED-ONE-BUDGET.
032200     READ BUD-FILE NEXT RECORD
032300         AT END
032400             MOVE "10"            TO  WS-BUD-STATUS
032500             GO TO 2100-EXIT.
032600
032700     IF  GLBUD-CO-CODE IS NOT EQUAL TO WS-FCG-CO-CODE
032800         MOVE "10"                TO  WS-BUD-STATUS
032900         GO TO 2100-EXIT.
033000
033100     MOVE GLBUD-PERIOD            TO  WS-WORK-PERIOD.
033200     IF  WS-WRK-YEAR IS NOT EQUAL TO WS-AT-YEAR
033300         GO TO 2100-EXIT.
033400
033500     IF  GLBUD-PERIOD IS GREATER THAN WS-ACT-THRU
033600         MOVE GLBUD-AMOUNT        TO  WS-CELL-AMT
033700         MOVE "B"                 TO  WS-CELL-SOURCE
033800         GO TO 2100-WRITE.
033900
034000     MOVE ZERO                    TO  WS-CELL-AMT.
034100     MOVE "A"                     TO  WS-CELL-SOURCE.
034200     MOVE GLBUD-KEY               TO  GLDAC-KEY.
034300     READ DAC-FILE
034400         INVALID KEY
034500             GO TO 2100-WRITE.
034600     MOVE GLDAC-AMOUNT            TO  WS-CELL-AMT.
034700
034800 2100-WRITE.
034900     MOVE GLBUD-CO-CODE           TO  GLFCT-CO-CODE.
035000     MOVE GLBUD-DEPT-CODE         TO  GLFCT-DEPT-CODE.
035100     MOVE GLBUD-ACCT-NO           TO  GLFCT-ACCT-NO.
035200     MOVE GLBUD-PERIOD            TO  GLFCT-PERIOD.
035300     PERFORM 5000-WRITE-CELL      THRU 5000-EXIT.
035400 2100-EXIT.
035500     EXIT.
035600
035700*****************************************************************
035800* 3000-SEED-UNBUDGETED - BROWSE THE COMPANY'S DEPARTMENT        *
035900*                        ACTUALS FOR ACTIVITY UP TO THE         *
036000*                        ACTUALS-THROUGH PERIOD THAT HAS NO     *
036100*                        BUDGET CELL                            *
036200*****************************************************************
036300 3000-SEED-UNBUDGETED.
036400     IF  WS-AT-MONTH IS EQUAL TO ZERO
036500         GO TO 3000-EXIT.
036600
036700     MOVE WS-FCG-CO-CODE          TO  GLDAC-CO-CODE.
036800     MOVE ZERO                    TO  GLDAC-ACCT-NO.
036900     MOVE SPACES                  TO  GLDAC-DEPT-CODE.
037000     MOVE ZERO                    TO  GLDAC-PERIOD.
037100     START DAC-FILE
037200         KEY IS NOT LESS THAN GLDAC-KEY
037300         INVALID KEY
037400             MOVE "10"            TO  WS-DAC-STATUS.
037500
037600     PERFORM 3100-SEED-ONE-ACTUAL THRU 3100-EXIT
037700         UNTIL WS-DAC-EOF.
037800 3000-EXIT.
037900     EXIT.
038000
038100*****************************************************************
038200* 3100-SEED-ONE-ACTUAL - AN ACTUALS ROW OF THE YEAR, NOT PAST   *
038300*                        THE ACTUALS-THROUGH PERIOD, WHOSE KEY  *
038400*                        HAS NO BUDGET CELL (A BUDGETED KEY WAS *
038500*                        ALREADY SEEDED BY 2100)                *
038600*****************************************************************
038700 3100-SEED-ONE-ACTUAL.
038800     READ DAC-FILE NEXT RECORD
038900         AT END
039000             MOVE "10"            TO  WS-DAC-STATUS
039100             GO TO 3100-EXIT.
039200
039300     IF  GLDAC-CO-CODE IS NOT EQUAL TO WS-FCG-CO-CODE
039400         MOVE "10"                TO  WS-DAC-STATUS
039500         GO TO 3100-EXIT.
039600
039700     MOVE GLDAC-PERIOD            TO  WS-WORK-PERIOD.
039800     IF  WS-WRK-YEAR IS NOT EQUAL TO WS-AT-YEAR
039900     OR  GLDAC-PERIOD IS GREATER THAN WS-ACT-THRU
040000         GO TO 3100-EXIT.
040100
040200     MOVE GLDAC-KEY               TO  GLBUD-KEY.
040300     READ BUD-FILE
040400         INVALID KEY
040500             GO TO 3100-WRITE.
040600     GO TO 3100-EXIT.
040700
040800 3100-WRITE.
040900     MOVE GLDAC-AMOUNT            TO  WS-CELL-AMT.
041000     MOVE "A"                     TO  WS-CELL-SOURCE.
041100     MOVE GLDAC-CO-CODE           TO  GLFCT-CO-CODE.
041200     MOVE GLDAC-DEPT-CODE         TO  GLFCT-DEPT-CODE.
041300     MOVE GLDAC-ACCT-NO           TO  GLFCT-ACCT-NO.
041400     MOVE GLDAC-PERIOD            TO  GLFCT-PERIOD.
041500     PERFORM 5000-WRITE-CELL      THRU 5000-EXIT.
041600     ADD 1                        TO  WS-UNB-CNT.
041700 3100-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100* 4000-WRITE-VERSION - ON AN UPDATE RUN, WRITE THE VERSION      *
042200*                      HEADER AND ITS AUDIT ROW                 *
042300*****************************************************************
042400 4000-WRITE-VERSION.
042500     ADD WS-ACT-TOTAL WS-BGT-TOTAL GIVING WS-FCT-TOTAL.
042600
042700     IF  NOT WS-FCG-UPDATE
042800         GO TO 4000-EXIT.
042900
043000     MOVE WS-FCG-VERSION          TO  GLFCV-VERSION.
043100     MOVE WS-FCG-CO-CODE          TO  GLFCV-CO-CODE.
043200     MOVE WS-FCG-DESC             TO  GLFCV-DESC.
043300     MOVE WS-AT-YEAR              TO  GLFCV-FISCAL-YEAR.
043400     MOVE WS-ACT-THRU             TO  GLFCV-ACT-THRU.
043500     MOVE WS-TODAY-DATE           TO  GLFCV-CREATED-DATE.
043600     MOVE WS-USER-ID              TO  GLFCV-CREATED-USER.
043700     WRITE GLFCV-RECORD.
043800     IF  NOT WS-FCV-OK
043900         DISPLAY "GLFCTGEN - ERROR WRITING GLFCVER, STATUS "
044000                 WS-FCV-STATUS
044100         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
044200
044300     MOVE WS-USER-ID              TO  GLLOG-USER-ID.
044400     MOVE WS-TODAY-DATE           TO  GLLOG-DATE.
044500     ACCEPT GLLOG-TIME            FROM TIME.
044600     MOVE ZERO                    TO  GLLOG-BATCH-NO.
044700     MOVE ZERO                    TO  GLLOG-LINE-NO.
044800     MOVE ZERO                    TO  GLLOG-ACCT-NO.
044900     MOVE "M"                     TO  GLLOG-DR-CR-CODE.
045000     MOVE ZERO                    TO  GLLOG-BAL-BEFORE.
045100     MOVE WS-FCT-TOTAL            TO  GLLOG-BAL-AFTER.
045110     MOVE "L"                     TO  GLLCH-FUNCTION.
045120     MOVE "N"                     TO  GLLCH-COMMIT-SW.
045130     CALL "GLLOGCHN"         USING GLLCH-AREA
045140                                   GLLOG-RECORD.
045200     WRITE GLLOG-RECORD.
045300     IF  NOT WS-LOG-OK
045400         DISPLAY "GLFCTGEN - ERROR WRITING GLPSTLOG, STATUS "
045500                 WS-LOG-STATUS
045600         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
045700     ADD 1                        TO  WS-LOG-CNT.
045800 4000-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200* 5000-WRITE-CELL - COUNT AND TOTAL ONE SEEDED CELL BY SOURCE   *
046300*                   AND, ON AN UPDATE RUN, WRITE IT             *
046400*****************************************************************
046500 5000-WRITE-CELL.
046600     IF  WS-CELL-SOURCE IS EQUAL TO "A"
046700         ADD 1                    TO  WS-ACT-CNT
046800         ADD WS-CELL-AMT          TO  WS-ACT-TOTAL
046900     ELSE
047000         ADD 1                    TO  WS-BGT-CNT
047100         ADD WS-CELL-AMT          TO  WS-BGT-TOTAL.
047200
047300     IF  NOT WS-FCG-UPDATE
047400         GO TO 5000-EXIT.
047500
047600     MOVE WS-FCG-VERSION          TO  GLFCT-VERSION.
047700     MOVE WS-CELL-AMT             TO  GLFCT-AMOUNT.
047800     MOVE WS-CELL-SOURCE          TO  GLFCT-SOURCE.
047900     WRITE GLFCT-RECORD.
048000     IF  NOT WS-FCT-OK
048100         DISPLAY "GLFCTGEN - ERROR WRITING GLFCST, STATUS "
048200                 WS-FCT-STATUS
048300         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
048400 5000-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800* 8000-PRINT-CONTROL - PRINT THE RUN COUNTS AND TOTALS          *
048900*****************************************************************
049000 8000-PRINT-CONTROL.
049100     MOVE "CELLS SEEDED FROM ACTUALS" TO WS-CNT-LABEL.
049200     MOVE WS-ACT-CNT              TO  WS-CNT-VALUE.
049300     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
049400
049500     MOVE "  OF WHICH HAVE NO BUDGET CELL" TO WS-CNT-LABEL.
049600     MOVE WS-UNB-CNT              TO  WS-CNT-VALUE.
049700     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
049800
049900     MOVE "CELLS SEEDED FROM BUDGET" TO WS-CNT-LABEL.
050000     MOVE WS-BGT-CNT              TO  WS-CNT-VALUE.
050100     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
050200
050300     MOVE "AUDIT ROWS WRITTEN"    TO  WS-CNT-LABEL.
050400     MOVE WS-LOG-CNT              TO  WS-CNT-VALUE.
050500     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
050600
050700     MOVE "ACTUAL TO DATE"        TO  WS-AMT-LABEL.
050800     MOVE WS-ACT-TOTAL            TO  WS-AMT-VALUE.
050900     PERFORM 8200-PRINT-AMOUNT    THRU 8200-EXIT.
051000
051100     MOVE "REMAINING BUDGET"      TO  WS-AMT-LABEL.
051200     MOVE WS-BGT-TOTAL            TO  WS-AMT-VALUE.
051300     PERFORM 8200-PRINT-AMOUNT    THRU 8200-EXIT.
051400
051500     MOVE "VERSION TOTAL"         TO  WS-AMT-LABEL.
051600     MOVE WS-FCT-TOTAL            TO  WS-AMT-VALUE.
051700     PERFORM 8200-PRINT-AMOUNT    THRU 8200-EXIT.
051800
051900     IF  WS-ACT-CNT IS EQUAL TO ZERO
052000     AND WS-BGT-CNT IS EQUAL TO ZERO
052100         MOVE SPACES              TO  GLFCGP-RECORD
052200         MOVE "*** NO BUDGET OR ACTUALS FOUND FOR THE YEAR ***"
052300                                  TO  GLFCGP-RECORD
052400         WRITE GLFCGP-RECORD.
052500 8000-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900* 8100-PRINT-COUNT                                              *
053000*****************************************************************
053100 8100-PRINT-COUNT.
053200     MOVE WS-COUNT-LINE           TO  GLFCGP-RECORD.
053300     WRITE GLFCGP-RECORD.
053400 8100-EXIT.
053500     EXIT.
053600
053700*****************************************************************
053800* 8200-PRINT-AMOUNT                                             *
053900*****************************************************************
054000 8200-PRINT-AMOUNT.
054100     MOVE WS-AMOUNT-LINE          TO  GLFCGP-RECORD.
054200     WRITE GLFCGP-RECORD.
054300 8200-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY THE RUN SUMMARY  *
054800*****************************************************************
054900 9000-TERMINATE.
055000     CLOSE BUD-FILE.
055100     CLOSE DAC-FILE.
055200     CLOSE FCV-FILE.
055300     CLOSE FCT-FILE.
055310     MOVE "E"                     TO  GLLCH-FUNCTION.
055320     CALL "GLLOGCHN"         USING GLLCH-AREA
055330                                   GLLOG-RECORD.
055400     CLOSE LOG-FILE.
055500     CLOSE RPT-FILE.
055600
055700     DISPLAY "GLFCTGEN - VERSION " WS-FCG-VERSION
055800             " COMPANY " WS-FCG-CO-CODE
055900             " MODE " WS-FCG-MODE.
056000     DISPLAY "GLFCTGEN - CELLS FROM ACTUALS: " WS-ACT-CNT
056100             " FROM BUDGET: " WS-BGT-CNT.
056200 9000-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600* 9500-FAIL-RUN - A FILE ERROR PART-WAY THROUGH THE SEED;       *
056700*                 RAISE THE ALERT AND STOP                      *
056800*****************************************************************
056900 9500-FAIL-RUN.
057000     MOVE "FAIL"                  TO  WS-ALERT-EVENT.
057100     MOVE 1                       TO  WS-ALERT-CNT.
057200     MOVE "FORECAST VERSION SEED FAILED AND STOPPED - SEE JOB LOG"
057300                                  TO  WS-ALERT-TEXT.
057400     CALL "GLALERT"          USING WS-ALERT-EVENT
057500                                   WS-ALERT-PGM
057600                                   WS-ALERT-CNT
057700                                   WS-ALERT-TEXT.
057800     STOP RUN.
057900 9500-EXIT.
058000     EXIT.
058100
058200 9999-EXIT.
058300     STOP RUN.
