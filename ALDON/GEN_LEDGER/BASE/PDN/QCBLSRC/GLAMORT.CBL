000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLAMORT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLAMORT  -  PREPAID / DEFERRED-REVENUE AMORTIZATION          *
001000*              GENERATOR                                        *
001100*                                                               *
001200*  RUN AT PERIOD END.  BROWSES THE AMORTIZATION SCHEDULE FILE   *
001300*  (GLAMSREC) IN COMPANY/SCHEDULE KEY SEQUENCE AND, FOR EVERY   *
001400*  ACTIVE SCHEDULE WHOSE START PERIOD HAS BEEN REACHED AND      *
001500*  WHICH HAS NOT ALREADY TAKEN THIS FISCAL PERIOD'S SLICE       *
001600*  (GLAMS-LAST-PERIOD), GENERATES THE SLICE:                    *
001700*                                                               *
001800*    PREPAID ("P")       DR P&L ACCOUNT, CR BALANCE-SHEET ACCT  *
001900*    DEFERRED REV ("D")  DR BALANCE-SHEET ACCT, CR P&L ACCOUNT  *
002000*                                                               *
002100*  IN THE SCHEDULE'S DEPARTMENT, CARRYING ITS DOCUMENT          *
002200*  REFERENCE.  EACH SLICE IS THE TOTAL OVER THE NUMBER OF       *
002300*  PERIODS TRUNCATED TO THE CENT; THE LAST PERIOD TAKES         *
002400*  WHATEVER IS LEFT, SO THE ROUNDING REMAINDER LANDS THERE AND  *
002500*  THE SCHEDULE AMORTIZES TO EXACTLY ITS TOTAL.  A SCHEDULE     *
002600*  FULLY AMORTIZED IS RETIRED ("R") AND NEVER GENERATES AGAIN.  *
002700*                                                               *
002800*  ONE BALANCED BATCH IS GENERATED PER COMPANY INTO GLAMROUT    *
002900*  IN GLJEREC FORMAT, THE SAME WAY GLRECGEN WRITES GLRECOUT,    *
003000*  WITH A BATCH HEADER ON GLBATCH - APPROVED "SYSTEM", SOURCE   *
003100*  "AMRT" - FOR THE NIGHTLY STREAM TO CONCATENATE INTO          *
003200*  GLTRANIN LIKE GLRECOUT.  THE FISCAL PERIOD IS THE RUN        *
003300*  DATE'S, LOOKED UP ON THE FISCAL CALENDAR (GLFSCAL) THE WAY   *
003400*  GLCLOSE DOES; A RUN ON THE YEAR'S LAST DAY (THE YYYY13       *
003500*  ADJUSTMENT PERIOD) COUNTS AS PERIOD 12, SO A YEAR NEVER      *
003600*  TAKES A THIRTEENTH SLICE.                                    *
003700*                                                               *
003800*---------------------------------------------------------------*
003900*  MODIFICATION HISTORY                                         *
004000*---------------------------------------------------------------*
004100*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-ISERIES.
004600 OBJECT-COMPUTER.   IBM-ISERIES.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT AMS-FILE   ASSIGN TO GLAMSCHD
005000         ORGANIZATION IS INDEXED
005100         ACCESS       IS DYNAMIC
005200         RECORD KEY   IS GLAMS-KEY
005300         FILE STATUS  IS WS-AMS-STATUS.
005400
005500     SELECT BTCH-FILE  ASSIGN TO GLBATCH
005600         ORGANIZATION IS INDEXED
005700         ACCESS       IS DYNAMIC
005800         RECORD KEY   IS GLBTCH-KEY
005900         FILE STATUS  IS WS-BTCH-STATUS.
006000
006100     SELECT FCL-FILE   ASSIGN TO GLFSCAL
006200         ORGANIZATION IS INDEXED
006300         ACCESS       IS DYNAMIC
006400         RECORD KEY   IS GLFCL-KEY
006500         FILE STATUS  IS WS-FCL-STATUS.
006600
006700     SELECT GEN-FILE   ASSIGN TO GLAMROUT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS  IS WS-GEN-STATUS.
007000
007100/
007200*****************************************************************
007300* D A T A   D I V I S I O N                                     *
007400*****************************************************************
007500 DATA DIVISION.
007600 FILE SECTION.
007700
007800 FD  AMS-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY GLAMSREC.
008100
008200 FD  BTCH-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY GLBTCHREC.
008500
008600 FD  FCL-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY GLFCLREC.
008900
009000 FD  GEN-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300     COPY GLJEREC.
009400
009500/
009600*****************************************************************
009700* W O R K I N G   S T O R A G E   S E C T I O N                 *
009800*****************************************************************
009900 WORKING-STORAGE SECTION.
010000
010100 77  WS-AMS-STATUS              PIC X(02) VALUE SPACES.
010200     88  WS-AMS-OK                       VALUE "00".
010300     88  WS-AMS-EOF                      VALUE "10".
010400
010500 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
010600     88  WS-BTCH-OK                      VALUE "00".
010700
010800 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
010900     88  WS-FCL-OK                       VALUE "00".
011000
011100 77  WS-GEN-STATUS              PIC X(02) VALUE SPACES.
011200     88  WS-GEN-OK                       VALUE "00".
011300
011400 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
011500     88  WS-FIRST-RECORD                 VALUE "Y".
011600
011700 77  WS-ANY-LINES-SW            PIC X(01) VALUE "N".
011800     88  WS-ANY-LINES                    VALUE "Y".
011900
012000 77  WS-PREV-CO-CODE            PIC X(03) VALUE SPACES.
012100 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
012200 77  WS-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
012300
012400 77  WS-NEXT-BATCH-NO           PIC 9(06) VALUE ZERO.
012500 77  WS-CUR-BATCH-NO            PIC 9(06) VALUE ZERO.
012600 77  WS-CUR-LINE-NO             PIC 9(04) VALUE ZERO.
012700
012800 77  WS-SLICE-AMT               PIC S9(09)V99 COMP-3 VALUE ZERO.
012900
013000 77  WS-ADJ-QTY                 PIC S9(7)V99  COMP-3 VALUE ZERO.
013100 77  WS-SIDE-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
013200 77  WS-REMAIN-AMT              PIC S9(09)V99 COMP-3 VALUE ZERO.
013300 77  WS-MAX-LINE-QTY            PIC S9(7)V99  COMP-3
013400                                VALUE 9999999.99.
013500 77  WS-GEN-DR-CR-CODE          PIC X(01) VALUE SPACES.
013600 77  WS-GEN-ACCT-NO             PIC 9(06) VALUE ZERO.
013700 77  WS-BATCH-TOTAL-DR          PIC S9(09)V99 COMP-3 VALUE ZERO.
013800 77  WS-BATCH-TOTAL-CR          PIC S9(09)V99 COMP-3 VALUE ZERO.
013900
014000 77  WS-BATCH-CNT               PIC 9(07) BINARY VALUE ZERO.
014100 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
014200 77  WS-SLICE-CNT               PIC 9(07) BINARY VALUE ZERO.
014300 77  WS-RETIRED-CNT             PIC 9(07) BINARY VALUE ZERO.
014400
014500/
014600*****************************************************************
014700* P R O C E D U R E   D I V I S I O N                           *
014800*****************************************************************
014900 PROCEDURE DIVISION.
015000
015100*****************************************************************
015200* 0000-MAINLINE                                                 *
015300*****************************************************************
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
015600     PERFORM 2000-ONE-SCHEDULE        THRU 2000-EXIT
015700         UNTIL WS-AMS-EOF.
015800     IF  NOT WS-FIRST-RECORD
015900         PERFORM 2500-FINISH-BATCH    THRU 2500-EXIT.
016000     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
016100     GO TO 9999-EXIT.
016200
016300*****************************************************************
016400* 1000-INITIALIZE - OPEN THE FILES, DETERMINE THE NEXT BATCH    *
016500*                   NUMBER AND THE FISCAL PERIOD, AND POSITION  *
016600*                   AT THE FIRST SCHEDULE                       *
016700*****************************************************************
016800 1000-INITIALIZE.
016900     OPEN I-O    AMS-FILE.
017000     OPEN I-O    BTCH-FILE.
017100     OPEN INPUT  FCL-FILE.
017200     OPEN OUTPUT GEN-FILE.
017300
017400     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
017500
017600     PERFORM 1100-FIND-NEXT-BATCH-NO THRU 1100-EXIT.
017700     PERFORM 1200-FIND-FISCAL-PERIOD THRU 1200-EXIT.
017800     DISPLAY "GLAMORT - AMORTIZING FOR PERIOD " WS-FISCAL-PERIOD.
017900
018000     MOVE LOW-VALUES              TO  GLAMS-KEY.
018100     START AMS-FILE
018200         KEY IS NOT LESS THAN GLAMS-KEY
018300         INVALID KEY
018400             MOVE "10"            TO  WS-AMS-STATUS.
018500
018600     IF  WS-AMS-OK
018700         PERFORM 2100-READ-NEXT-AMS THRU 2100-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000
019100*****************************************************************
019200* 1100-FIND-NEXT-BATCH-NO - THE HIGHEST EXISTING BATCH NUMBER,  *
019300*                           PLUS ONE, IS WHERE THIS RUN BEGINS  *
019400*                           ASSIGNING AMORTIZATION BATCHES      *
019500*****************************************************************
019600 1100-FIND-NEXT-BATCH-NO.
019700     MOVE HIGH-VALUES             TO  GLBTCH-KEY.
019800     START BTCH-FILE
019900         KEY IS NOT GREATER THAN GLBTCH-KEY
020000         INVALID KEY
020100             MOVE ZERO            TO  WS-NEXT-BATCH-NO
020200             GO TO 1100-EXIT.
020300
020400     READ BTCH-FILE PREVIOUS RECORD
020500         AT END
020600             MOVE ZERO            TO  WS-NEXT-BATCH-NO
020700             GO TO 1100-EXIT.
020800
020900     MOVE GLBTCH-BATCH-NO         TO  WS-NEXT-BATCH-NO.
021000 1100-EXIT.
021100     EXIT.
021200
021300*****************************************************************
021400* 1200-FIND-FISCAL-PERIOD - THE PERIOD WHOSE CALENDAR ROW       *
021500*                           COVERS THE RUN DATE; WITH NO        *
021600*                           COVERING ROW, THE CALENDAR MONTH.   *
021700*                           THE ADJUSTMENT PERIOD COUNTS AS     *
021800*                           THE YEAR'S TWELFTH                  *
021900*****************************************************************
022000 1200-FIND-FISCAL-PERIOD.
022100     MOVE WS-TODAY-DATE (1:6)     TO  WS-FISCAL-PERIOD.
022200
022300     MOVE WS-TODAY-DATE           TO  GLFCL-END-DATE.
022400     START FCL-FILE
022500         KEY IS NOT LESS THAN GLFCL-KEY
022600         INVALID KEY
022700             GO TO 1200-EXIT.
022800
022900     READ FCL-FILE NEXT RECORD
023000         AT END
023100             GO TO 1200-EXIT.
023200
023300     IF  GLFCL-START-DATE IS GREATER THAN WS-TODAY-DATE
023400         GO TO 1200-EXIT.
023500     MOVE GLFCL-PERIOD            TO  WS-FISCAL-PERIOD.
023600     IF  WS-FISCAL-PERIOD (5:2) IS EQUAL TO "13"
023700         SUBTRACT 1               FROM WS-FISCAL-PERIOD.
023800 1200-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200* 2000-ONE-SCHEDULE - ON EVERY COMPANY BREAK, FINISH THE PRIOR  *
024300*                     COMPANY'S BATCH AND START A NEW ONE; THEN *
024400*                     TAKE THE SCHEDULE'S SLICE IF IT IS DUE    *
024500*****************************************************************
024600 2000-ONE-SCHEDULE.
024700     IF  WS-FIRST-RECORD
024800         MOVE GLAMS-CO-CODE       TO  WS-PREV-CO-CODE
024900         PERFORM 2600-START-NEW-BATCH THRU 2600-EXIT
025000         MOVE "N"                 TO  WS-FIRST-REC-SW.
025100
025200     IF  GLAMS-CO-CODE IS NOT EQUAL TO WS-PREV-CO-CODE
025300         PERFORM 2500-FINISH-BATCH THRU 2500-EXIT
025400         MOVE GLAMS-CO-CODE       TO  WS-PREV-CO-CODE
025500         PERFORM 2600-START-NEW-BATCH THRU 2600-EXIT.
025600
025700     IF  NOT GLAMS-IS-ACTIVE
025800         GO TO 2000-READ.
025900     IF  GLAMS-START-PERIOD IS GREATER THAN WS-FISCAL-PERIOD
026000         GO TO 2000-READ.
026100     IF  GLAMS-LAST-PERIOD IS NOT LESS THAN WS-FISCAL-PERIOD
026200         GO TO 2000-READ.
026300
026400     PERFORM 2200-TAKE-SLICE      THRU 2200-EXIT.
026500
026600     REWRITE GLAMS-RECORD.
026700     IF  NOT WS-AMS-OK
026800         DISPLAY "GLAMORT - ERROR REWRITING GLAMSCHD, STATUS "
026900                 WS-AMS-STATUS
027000         STOP RUN.
027100
027200 2000-READ.
027300     PERFORM 2100-READ-NEXT-AMS   THRU 2100-EXIT.
027400 2000-EXIT.
027500     EXIT.
027600
027700*****************************************************************
027800* 2100-READ-NEXT-AMS - READ THE NEXT SCHEDULE IN KEY SEQUENCE   *
027900*****************************************************************
028000 2100-READ-NEXT-AMS.
028100     READ AMS-FILE NEXT RECORD
028200         AT END
028300             MOVE "10"            TO  WS-AMS-STATUS.
028400 2100-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800* 2200-TAKE-SLICE - COMPUTE THE PERIOD'S SLICE, WRITE ITS TWO   *
028900*                   SIDES AND ADVANCE THE SCHEDULE, RETIRING    *
029000*                   IT ONCE THE TOTAL IS FULLY AMORTIZED        *
029100*****************************************************************
029200 2200-TAKE-SLICE.
029300     IF  GLAMS-PERIODS-TAKEN + 1 IS NOT LESS THAN
029400         GLAMS-NUM-PERIODS
029500         SUBTRACT GLAMS-AMORTIZED-AMT FROM GLAMS-TOTAL-AMT
029600             GIVING WS-SLICE-AMT
029700     ELSE
029800         COMPUTE WS-SLICE-AMT =
029900             GLAMS-TOTAL-AMT / GLAMS-NUM-PERIODS.
030000
030100     MOVE WS-SLICE-AMT            TO  WS-SIDE-AMT.
030200     MOVE "D"                     TO  WS-GEN-DR-CR-CODE.
030300     IF  GLAMS-DEFERRED-REV
030400         MOVE GLAMS-BS-ACCT-NO    TO  WS-GEN-ACCT-NO
030500     ELSE
030600         MOVE GLAMS-PL-ACCT-NO    TO  WS-GEN-ACCT-NO.
030700     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
030800
030900     MOVE "C"                     TO  WS-GEN-DR-CR-CODE.
031000     IF  GLAMS-DEFERRED-REV
031100         MOVE GLAMS-PL-ACCT-NO    TO  WS-GEN-ACCT-NO
031200     ELSE
031300         MOVE GLAMS-BS-ACCT-NO    TO  WS-GEN-ACCT-NO.
031400     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
031500
031600     ADD WS-SLICE-AMT             TO  GLAMS-AMORTIZED-AMT.
031700     ADD 1                        TO  GLAMS-PERIODS-TAKEN.
031800     MOVE WS-FISCAL-PERIOD        TO  GLAMS-LAST-PERIOD.
031900     MOVE WS-SLICE-AMT            TO  GLAMS-LAST-AMT.
032000     ADD 1                        TO  WS-SLICE-CNT.
032100
032200     IF  GLAMS-PERIODS-TAKEN IS NOT LESS THAN GLAMS-NUM-PERIODS
032300         MOVE "R"                 TO  GLAMS-STATUS-SW
032400         ADD 1                    TO  WS-RETIRED-CNT.
032500 2200-EXIT.
032600     EXIT.
032700
032800*****************************************************************
032900* 2500-FINISH-BATCH - WRITE THE BATCH HEADER FOR THE COMPANY    *
033000*                     JUST FINISHED, IF IT GENERATED ANYTHING   *
033100*****************************************************************
033200 2500-FINISH-BATCH.
033300     IF  NOT WS-ANY-LINES
033400         GO TO 2500-EXIT.
033500
033600     MOVE WS-CUR-BATCH-NO         TO  GLBTCH-BATCH-NO.
033700     MOVE WS-PREV-CO-CODE         TO  GLBTCH-CO-CODE.
033800     MOVE WS-TODAY-DATE           TO  GLBTCH-ENTRY-DATE.
033900     MOVE "PREPAID/DEFERRED AMORTIZATION"
034000                                  TO  GLBTCH-DESC.
034100     MOVE WS-BATCH-TOTAL-DR       TO  GLBTCH-TOTAL-DR.
034200     MOVE WS-BATCH-TOTAL-CR       TO  GLBTCH-TOTAL-CR.
034300
034400     IF  WS-BATCH-TOTAL-DR IS EQUAL TO WS-BATCH-TOTAL-CR
034500         MOVE "Y"                 TO  GLBTCH-BALANCED-SW
034600     ELSE
034700         MOVE "N"                 TO  GLBTCH-BALANCED-SW.
034800
034900     MOVE "N"                     TO  GLBTCH-REVERSING-SW.
035000     MOVE "N"                     TO  GLBTCH-REVERSED-SW.
035100     MOVE ZERO                    TO  GLBTCH-REVERSAL-OF-BATCH.
035200     MOVE "A"                     TO  GLBTCH-APPR-STATUS-SW.
035300     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
035400     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
035500     MOVE "AMRT"                  TO  GLBTCH-SOURCE-CODE.
035550     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
035600
035700     WRITE GLBTCH-RECORD.
035800     IF  NOT WS-BTCH-OK
035900         DISPLAY "GLAMORT - ERROR WRITING GLBATCH, STATUS "
036000                 WS-BTCH-STATUS
036100         STOP RUN.
036200     ADD 1                        TO  WS-BATCH-CNT.
036300 2500-EXIT.
036400     EXIT.
036500
036600*****************************************************************
036700* 2600-START-NEW-BATCH - ASSIGN THE NEXT BATCH NUMBER AND       *
036800*                        RESET THE RUNNING TOTALS FOR IT        *
036900*****************************************************************
037000 2600-START-NEW-BATCH.
037100     ADD 1                        TO  WS-NEXT-BATCH-NO.
037200     MOVE WS-NEXT-BATCH-NO        TO  WS-CUR-BATCH-NO.
037300     MOVE ZERO                    TO  WS-CUR-LINE-NO.
037400     MOVE ZERO                    TO  WS-BATCH-TOTAL-DR.
037500     MOVE ZERO                    TO  WS-BATCH-TOTAL-CR.
037600     MOVE "N"                     TO  WS-ANY-LINES-SW.
037700 2600-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100* 2700-PUT-GEN-LINES - ONE SIDE'S AMOUNT, SPLIT ACROSS AS MANY  *
038200*                      GENERATED LINES AS THE JOURNAL LINE'S    *
038300*                      QUANTITY FIELD NEEDS, THE SAME WAY       *
038400*                      GLINTACR SPLITS A LARGE ACCRUAL          *
038500*****************************************************************
038600 2700-PUT-GEN-LINES.
038700     MOVE WS-SIDE-AMT             TO  WS-REMAIN-AMT.
038800     PERFORM 2750-PUT-ONE-PIECE   THRU 2750-EXIT
038900         UNTIL WS-REMAIN-AMT IS NOT GREATER THAN ZERO.
039000 2700-EXIT.
039100     EXIT.
039200
039300*****************************************************************
039400* 2750-PUT-ONE-PIECE - WRITE ONE GENERATED JOURNAL LINE,        *
039500*                      QUANTITY = THE NEXT PIECE OF THE SIDE'S  *
039600*                      AMOUNT AT A UNIT PRICE OF ONE            *
039700*****************************************************************
039800 2750-PUT-ONE-PIECE.
039900     IF  WS-REMAIN-AMT IS GREATER THAN WS-MAX-LINE-QTY
040000         MOVE WS-MAX-LINE-QTY     TO  WS-ADJ-QTY
040100     ELSE
040200         MOVE WS-REMAIN-AMT       TO  WS-ADJ-QTY.
040300     SUBTRACT WS-ADJ-QTY          FROM WS-REMAIN-AMT.
040400
040500     ADD 1                        TO  WS-CUR-LINE-NO.
040600     MOVE WS-CUR-BATCH-NO         TO  GLJE-BATCH-NO.
040700     MOVE WS-CUR-LINE-NO          TO  GLJE-LINE-NO.
040800     MOVE WS-GEN-ACCT-NO          TO  GLJE-ACCT-NO.
040900     MOVE WS-GEN-DR-CR-CODE       TO  GLJE-DR-CR-CODE.
041000     MOVE WS-ADJ-QTY              TO  GLJE-QTY.
041100     MOVE 1                       TO  GLJE-PRICE.
041200     MOVE SPACES                  TO  GLJE-CURR-CODE.
041300     MOVE GLAMS-CO-CODE           TO  GLJE-CO-CODE.
041400     MOVE GLAMS-DEPT-CODE         TO  GLJE-DEPT-CODE.
041500     MOVE GLAMS-DOC-REF           TO  GLJE-DOC-REF.
041510     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
041520     MOVE SPACES                  TO  GLJE-TAX-CODE.
041600
041700     WRITE GLJE-RECORD.
041800     IF  NOT WS-GEN-OK
041900         DISPLAY "GLAMORT - ERROR WRITING GLAMROUT, STATUS "
042000                 WS-GEN-STATUS
042100         STOP RUN.
042200
042300     IF  WS-GEN-DR-CR-CODE IS EQUAL TO "D"
042400         ADD WS-ADJ-QTY           TO  WS-BATCH-TOTAL-DR
042500     ELSE
042600         ADD WS-ADJ-QTY           TO  WS-BATCH-TOTAL-CR.
042700
042800     MOVE "Y"                     TO  WS-ANY-LINES-SW.
042900     ADD 1                        TO  WS-LINE-CNT.
043000 2750-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
043500*****************************************************************
043600 9000-TERMINATE.
043700     CLOSE AMS-FILE.
043800     CLOSE BTCH-FILE.
043900     CLOSE FCL-FILE.
044000     CLOSE GEN-FILE.
044100
044200     DISPLAY "GLAMORT - BATCHES GENERATED:   " WS-BATCH-CNT.
044300     DISPLAY "GLAMORT - LINES GENERATED:     " WS-LINE-CNT.
044400     DISPLAY "GLAMORT - SLICES TAKEN:        " WS-SLICE-CNT.
044500     DISPLAY "GLAMORT - SCHEDULES RETIRED:   " WS-RETIRED-CNT.
044600 9000-EXIT.
044700     EXIT.
044800
044900 9999-EXIT.
045000     STOP RUN.
