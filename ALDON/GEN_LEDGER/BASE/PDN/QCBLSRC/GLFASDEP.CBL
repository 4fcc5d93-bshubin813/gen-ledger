000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLFASDEP.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLFASDEP  -  MONTHLY FIXED-ASSET DEPRECIATION GENERATOR      *
001000*                                                               *
001100*  BROWSES THE FIXED-ASSET MASTER (GLFASREC) IN COMPANY/ASSET   *
001200*  KEY SEQUENCE AND, FOR EACH ASSET NOT YET DISPOSED:           *
001300*                                                               *
001400*    1. APPLIES A PENDING TRANSFER - THE COST (AND ANY          *
001500*       ACCUMULATED DEPRECIATION) IS RECLASSED FROM THE OLD     *
001600*       ACCOUNT/DEPARTMENT TO THE NEW ONE AND THE MASTER IS     *
001700*       MOVED, SO THIS MONTH'S CHARGE LANDS IN THE NEW          *
001800*       DEPARTMENT.                                             *
001900*    2. TAKES THE MONTH'S DEPRECIATION, ONCE PER FISCAL PERIOD  *
002000*       (GLFAS-LAST-DEPR-PERIOD), FROM THE IN-SERVICE MONTH ON: *
002100*       DR EXPENSE, CR ACCUMULATED DEPRECIATION, BOTH IN THE    *
002200*       ASSET'S DEPARTMENT.  STRAIGHT-LINE ("S") IS COST LESS   *
002300*       SALVAGE OVER THE LIFE; DECLINING-BALANCE ("D") IS       *
002400*       DOUBLE THE STRAIGHT-LINE RATE ON NET BOOK VALUE,        *
002500*       SWITCHING TO STRAIGHT-LINE ON WHAT REMAINS ONCE THAT    *
002600*       IS LARGER.  THE LAST MONTH OF THE LIFE TAKES WHATEVER   *
002700*       REMAINS DOWN TO SALVAGE, AND THE ASSET IS THEN MARKED   *
002800*       FULLY DEPRECIATED.                                      *
002900*    3. APPLIES A PENDING DISPOSAL - DR ACCUMULATED             *
003000*       DEPRECIATION, DR THE PROCEEDS ACCOUNT, CR THE ASSET     *
003100*       ACCOUNT AT COST, AND THE DIFFERENCE (PROCEEDS LESS NET  *
003200*       BOOK VALUE) TO THE GAIN/LOSS ACCOUNT - AND MARKS THE    *
003300*       ASSET DISPOSED.                                         *
003400*                                                               *
003500*  ONE BALANCED BATCH IS GENERATED PER COMPANY INTO GLFASOUT    *
003600*  IN GLJEREC FORMAT, THE SAME WAY GLRECGEN WRITES GLRECOUT,    *
003700*  WITH A BATCH HEADER ON GLBATCH - APPROVED "SYSTEM", SOURCE   *
003800*  "DEPR" - FOR THE NIGHTLY STREAM TO CONCATENATE INTO          *
003900*  GLTRANIN LIKE GLRECOUT.  EVERY LINE CARRIES THE ASSET IN ITS *
004000*  DOCUMENT REFERENCE (FA-NNNNNN) SO GLDOCINQ FINDS AN ASSET'S  *
004100*  ENTRIES.  THE FISCAL PERIOD IS THE RUN DATE'S, LOOKED UP ON  *
004200*  THE FISCAL CALENDAR (GLFSCAL) THE WAY GLCLOSE DOES.          *
004300*                                                               *
004400*---------------------------------------------------------------*
004500*  MODIFICATION HISTORY                                         *
004600*---------------------------------------------------------------*
004700*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-ISERIES.
005200 OBJECT-COMPUTER.   IBM-ISERIES.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT FAS-FILE   ASSIGN TO GLFASMST
005600         ORGANIZATION IS INDEXED
005700         ACCESS       IS DYNAMIC
005800         RECORD KEY   IS GLFAS-KEY
005900         FILE STATUS  IS WS-FAS-STATUS.
006000
006100     SELECT BTCH-FILE  ASSIGN TO GLBATCH
006200         ORGANIZATION IS INDEXED
006300         ACCESS       IS DYNAMIC
006400         RECORD KEY   IS GLBTCH-KEY
006500         FILE STATUS  IS WS-BTCH-STATUS.
006600
006700     SELECT FCL-FILE   ASSIGN TO GLFSCAL
006800         ORGANIZATION IS INDEXED
006900         ACCESS       IS DYNAMIC
007000         RECORD KEY   IS GLFCL-KEY
007100         FILE STATUS  IS WS-FCL-STATUS.
007200
007300     SELECT GEN-FILE   ASSIGN TO GLFASOUT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS  IS WS-GEN-STATUS.
007600
007700/
007800*****************************************************************
007900* D A T A   D I V I S I O N                                     *
008000*****************************************************************
008100 DATA DIVISION.
008200 FILE SECTION.
008300
008400 FD  FAS-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY GLFASREC.
008700
008800 FD  BTCH-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY GLBTCHREC.
009100
009200 FD  FCL-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY GLFCLREC.
009500
009600 FD  GEN-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORDING MODE IS F.
009900     COPY GLJEREC.
010000
010100/
010200*****************************************************************
010300* W O R K I N G   S T O R A G E   S E C T I O N                 *
010400*****************************************************************
010500 WORKING-STORAGE SECTION.
010600
010700 77  WS-FAS-STATUS              PIC X(02) VALUE SPACES.
010800     88  WS-FAS-OK                       VALUE "00".
010900     88  WS-FAS-EOF                      VALUE "10".
011000
011100 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
011200     88  WS-BTCH-OK                      VALUE "00".
011300
011400 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
011500     88  WS-FCL-OK                       VALUE "00".
011600
011700 77  WS-GEN-STATUS              PIC X(02) VALUE SPACES.
011800     88  WS-GEN-OK                       VALUE "00".
011900
012000 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
012100     88  WS-FIRST-RECORD                 VALUE "Y".
012200
012300 77  WS-ANY-LINES-SW            PIC X(01) VALUE "N".
012400     88  WS-ANY-LINES                    VALUE "Y".
012500
012600 77  WS-ASSET-CHANGED-SW        PIC X(01) VALUE "N".
012700     88  WS-ASSET-CHANGED                VALUE "Y".
012800
012900 77  WS-PREV-CO-CODE            PIC X(03) VALUE SPACES.
013000 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
013100 77  WS-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
013200
013300 77  WS-NEXT-BATCH-NO           PIC 9(06) VALUE ZERO.
013400 77  WS-CUR-BATCH-NO            PIC 9(06) VALUE ZERO.
013500 77  WS-CUR-LINE-NO             PIC 9(04) VALUE ZERO.
013600
013700 77  WS-DEPRECIABLE             PIC S9(09)V99 COMP-3 VALUE ZERO.
013800 77  WS-REMAINING               PIC S9(09)V99 COMP-3 VALUE ZERO.
013900 77  WS-DEPR-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
014000 77  WS-SL-AMT                  PIC S9(09)V99 COMP-3 VALUE ZERO.
014100 77  WS-NBV                     PIC S9(09)V99 COMP-3 VALUE ZERO.
014200 77  WS-GAIN-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
014300 77  WS-MONTHS-LEFT             PIC S9(05) COMP-3 VALUE ZERO.
014400
014500 77  WS-ADJ-QTY                 PIC S9(7)V99  COMP-3 VALUE ZERO.
014600 77  WS-SIDE-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
014700 77  WS-REMAIN-AMT              PIC S9(09)V99 COMP-3 VALUE ZERO.
014800 77  WS-MAX-LINE-QTY            PIC S9(7)V99  COMP-3
014900                                VALUE 9999999.99.
015000 77  WS-GEN-DR-CR-CODE          PIC X(01) VALUE SPACES.
015100 77  WS-GEN-ACCT-NO             PIC 9(06) VALUE ZERO.
015200 77  WS-GEN-DEPT-CODE           PIC X(04) VALUE SPACES.
015300 77  WS-BATCH-TOTAL-DR          PIC S9(09)V99 COMP-3 VALUE ZERO.
015400 77  WS-BATCH-TOTAL-CR          PIC S9(09)V99 COMP-3 VALUE ZERO.
015500
015600 77  WS-BATCH-CNT               PIC 9(07) BINARY VALUE ZERO.
015700 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
015800 77  WS-DEPR-CNT                PIC 9(07) BINARY VALUE ZERO.
015900 77  WS-XFR-CNT                 PIC 9(07) BINARY VALUE ZERO.
016000 77  WS-DISP-CNT                PIC 9(07) BINARY VALUE ZERO.
016100 77  WS-FULLY-CNT               PIC 9(07) BINARY VALUE ZERO.
016200
016300 01  WS-DOC-REF-AREA.
016400     05  FILLER                 PIC X(03) VALUE "FA-".
016500     05  WS-DOC-ASSET-NO        PIC 9(06).
016600     05  FILLER                 PIC X(06) VALUE SPACES.
016700
016800/
016900*****************************************************************
017000* P R O C E D U R E   D I V I S I O N                           *
017100*****************************************************************
017200 PROCEDURE DIVISION.
017300
017400*****************************************************************
017500* 0000-MAINLINE                                                 *
017600*****************************************************************
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
017900     PERFORM 2000-ONE-ASSET           THRU 2000-EXIT
018000         UNTIL WS-FAS-EOF.
018100     IF  NOT WS-FIRST-RECORD
018200         PERFORM 2500-FINISH-BATCH    THRU 2500-EXIT.
018300     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
018400     GO TO 9999-EXIT.
018500
018600*****************************************************************
018700* 1000-INITIALIZE - OPEN THE FILES, DETERMINE THE NEXT BATCH    *
018800*                   NUMBER AND THE FISCAL PERIOD, AND POSITION  *
018900*                   AT THE FIRST ASSET                          *
019000*****************************************************************
019100 1000-INITIALIZE.
019200     OPEN I-O    FAS-FILE.
019300     OPEN I-O    BTCH-FILE.
019400     OPEN INPUT  FCL-FILE.
019500     OPEN OUTPUT GEN-FILE.
019600
019700     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
019800
019900     PERFORM 1100-FIND-NEXT-BATCH-NO THRU 1100-EXIT.
020000     PERFORM 1200-FIND-FISCAL-PERIOD THRU 1200-EXIT.
020100     DISPLAY "GLFASDEP - DEPRECIATING FOR PERIOD "
020200             WS-FISCAL-PERIOD.
020300
020400     MOVE LOW-VALUES              TO  GLFAS-KEY.
020500     START FAS-FILE
020600         KEY IS NOT LESS THAN GLFAS-KEY
020700         INVALID KEY
020800             MOVE "10"            TO  WS-FAS-STATUS.
020900
021000     IF  WS-FAS-OK
021100         PERFORM 2100-READ-NEXT-FAS THRU 2100-EXIT.
021200 1000-EXIT.
021300     EXIT.
021400
021500*****************************************************************
021600* 1100-FIND-NEXT-BATCH-NO - THE HIGHEST EXISTING BATCH NUMBER,  *
021700*                           PLUS ONE, IS WHERE THIS RUN BEGINS  *
021800*                           ASSIGNING DEPRECIATION BATCHES      *
021900*****************************************************************
022000 1100-FIND-NEXT-BATCH-NO.
022100     MOVE HIGH-VALUES             TO  GLBTCH-KEY.
022200     START BTCH-FILE
022300         KEY IS NOT GREATER THAN GLBTCH-KEY
022400         INVALID KEY
022500             MOVE ZERO            TO  WS-NEXT-BATCH-NO
022600             GO TO 1100-EXIT.
022700
022800     READ BTCH-FILE PREVIOUS RECORD
022900         AT END
023000             MOVE ZERO            TO  WS-NEXT-BATCH-NO
023100             GO TO 1100-EXIT.
023200
023300     MOVE GLBTCH-BATCH-NO         TO  WS-NEXT-BATCH-NO.
023400 1100-EXIT.
023500     EXIT.
023600
023700*****************************************************************
023800* 1200-FIND-FISCAL-PERIOD - THE PERIOD WHOSE CALENDAR ROW       *
023900*                           COVERS THE RUN DATE; WITH NO        *
024000*                           COVERING ROW, THE CALENDAR MONTH.   *
024033*                           THE ADJUSTMENT PERIOD COUNTS AS     *
024066*                           THE YEAR'S TWELFTH                  *
024100*****************************************************************
024200 1200-FIND-FISCAL-PERIOD.
024300     MOVE WS-TODAY-DATE (1:6)     TO  WS-FISCAL-PERIOD.
024400
024500     MOVE WS-TODAY-DATE           TO  GLFCL-END-DATE.
024600     START FCL-FILE
024700         KEY IS NOT LESS THAN GLFCL-KEY
024800         INVALID KEY
024900             GO TO 1200-EXIT.
025000
025100     READ FCL-FILE NEXT RECORD
025200         AT END
025300             GO TO 1200-EXIT.
025400
025500     IF  GLFCL-START-DATE IS GREATER THAN WS-TODAY-DATE
025600         GO TO 1200-EXIT.
025700     MOVE GLFCL-PERIOD            TO  WS-FISCAL-PERIOD.
025733     IF  WS-FISCAL-PERIOD (5:2) IS EQUAL TO "13"
025766         SUBTRACT 1               FROM WS-FISCAL-PERIOD.
025800 1200-EXIT.
025900     EXIT.
026000
026100*****************************************************************
026200* 2000-ONE-ASSET - ON EVERY COMPANY BREAK, FINISH THE PRIOR     *
026300*                  COMPANY'S BATCH AND START A NEW ONE; THEN    *
026400*                  TRANSFER, DEPRECIATE AND DISPOSE THE ASSET   *
026500*                  AS ITS ROW CALLS FOR                         *
026600*****************************************************************
026700 2000-ONE-ASSET.
026800     IF  WS-FIRST-RECORD
026900         MOVE GLFAS-CO-CODE       TO  WS-PREV-CO-CODE
027000         PERFORM 2600-START-NEW-BATCH THRU 2600-EXIT
027100         MOVE "N"                 TO  WS-FIRST-REC-SW.
027200
027300     IF  GLFAS-CO-CODE IS NOT EQUAL TO WS-PREV-CO-CODE
027400         PERFORM 2500-FINISH-BATCH THRU 2500-EXIT
027500         MOVE GLFAS-CO-CODE       TO  WS-PREV-CO-CODE
027600         PERFORM 2600-START-NEW-BATCH THRU 2600-EXIT.
027700
027800     IF  GLFAS-IS-DISPOSED
027900         GO TO 2000-READ.
028000
028100     MOVE "N"                     TO  WS-ASSET-CHANGED-SW.
028200     MOVE GLFAS-ASSET-NO          TO  WS-DOC-ASSET-NO.
028300
028400     IF  GLFAS-TRANSFER-PENDING
028500         PERFORM 2300-APPLY-TRANSFER THRU 2300-EXIT.
028600
028700     IF  GLFAS-IS-ACTIVE
028800     AND GLFAS-IN-SVC-DATE IS NOT GREATER THAN WS-TODAY-DATE
028900     AND GLFAS-LAST-DEPR-PERIOD IS LESS THAN WS-FISCAL-PERIOD
029000         PERFORM 2200-DEPRECIATE  THRU 2200-EXIT.
029100
029200     IF  GLFAS-DISPOSAL-PENDING
029300         PERFORM 2400-APPLY-DISPOSAL THRU 2400-EXIT.
029400
029500     IF  WS-ASSET-CHANGED
029600         REWRITE GLFAS-RECORD
029700         IF  NOT WS-FAS-OK
029800             DISPLAY "GLFASDEP - ERROR REWRITING GLFASMST, "
029900                     "STATUS "
030000                     WS-FAS-STATUS
030100             STOP RUN
030200         END-IF
030300     END-IF.
030400
030500 2000-READ.
030600     PERFORM 2100-READ-NEXT-FAS   THRU 2100-EXIT.
030700 2000-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* 2100-READ-NEXT-FAS - READ THE NEXT ASSET ROW IN KEY SEQUENCE  *
031200*****************************************************************
031300 2100-READ-NEXT-FAS.
031400     READ FAS-FILE NEXT RECORD
031500         AT END
031600             MOVE "10"            TO  WS-FAS-STATUS.
031700 2100-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100* 2200-DEPRECIATE - COMPUTE THE MONTH'S CHARGE AND WRITE THE    *
032200*                   EXPENSE AND ACCUMULATED DEPRECIATION LINES  *
032300*****************************************************************
032400 2200-DEPRECIATE.
032500     MOVE "Y"                     TO  WS-ASSET-CHANGED-SW.
032600     MOVE WS-FISCAL-PERIOD        TO  GLFAS-LAST-DEPR-PERIOD.
032700
032800     SUBTRACT GLFAS-SALVAGE FROM GLFAS-COST GIVING WS-DEPRECIABLE.
032900     SUBTRACT GLFAS-ACCUM-DEPR FROM WS-DEPRECIABLE
033000         GIVING WS-REMAINING.
033100     IF  WS-REMAINING IS NOT GREATER THAN ZERO
033200         GO TO 2200-FULLY.
033300
033400     SUBTRACT GLFAS-MONTHS-TAKEN FROM GLFAS-LIFE-MONTHS
033500         GIVING WS-MONTHS-LEFT.
033600
033700*
033800* THE FINAL MONTH OF THE LIFE (OR ANY MONTH PAST IT) TAKES
033900* EVERYTHING LEFT DOWN TO SALVAGE.
034000*
034100     IF  WS-MONTHS-LEFT IS NOT GREATER THAN 1
034200         MOVE WS-REMAINING        TO  WS-DEPR-AMT
034300         GO TO 2200-POST.
034400
034500     IF  GLFAS-DECLINING-BAL
034600         SUBTRACT GLFAS-ACCUM-DEPR FROM GLFAS-COST GIVING WS-NBV
034700         COMPUTE WS-DEPR-AMT ROUNDED =
034800             WS-NBV * 2 / GLFAS-LIFE-MONTHS
034900         COMPUTE WS-SL-AMT ROUNDED =
035000             WS-REMAINING / WS-MONTHS-LEFT
035100         IF  WS-SL-AMT IS GREATER THAN WS-DEPR-AMT
035200             MOVE WS-SL-AMT       TO  WS-DEPR-AMT
035300         END-IF
035400     ELSE
035500         COMPUTE WS-DEPR-AMT ROUNDED =
035600             WS-DEPRECIABLE / GLFAS-LIFE-MONTHS
035700     END-IF.
035800
035900     IF  WS-DEPR-AMT IS GREATER THAN WS-REMAINING
036000         MOVE WS-REMAINING        TO  WS-DEPR-AMT.
036100
036200 2200-POST.
036300     IF  WS-DEPR-AMT IS NOT GREATER THAN ZERO
036400         GO TO 2200-EXIT.
036500
036600     MOVE WS-DEPR-AMT             TO  WS-SIDE-AMT.
036700     MOVE GLFAS-DEPT-CODE         TO  WS-GEN-DEPT-CODE.
036800     MOVE "D"                     TO  WS-GEN-DR-CR-CODE.
036900     MOVE GLFAS-EXPENSE-ACCT-NO   TO  WS-GEN-ACCT-NO.
037000     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
037100
037200     MOVE "C"                     TO  WS-GEN-DR-CR-CODE.
037300     MOVE GLFAS-ACCUM-ACCT-NO     TO  WS-GEN-ACCT-NO.
037400     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
037500
037600     ADD WS-DEPR-AMT              TO  GLFAS-ACCUM-DEPR.
037700     ADD 1                        TO  GLFAS-MONTHS-TAKEN.
037800     ADD 1                        TO  WS-DEPR-CNT.
037900     IF  GLFAS-ACCUM-DEPR IS LESS THAN WS-DEPRECIABLE
038000         GO TO 2200-EXIT.
038100
038200 2200-FULLY.
038300     MOVE "F"                     TO  GLFAS-STATUS-SW.
038400     ADD 1                        TO  WS-FULLY-CNT.
038500 2200-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900* 2300-APPLY-TRANSFER - RECLASS THE COST AND ACCUMULATED        *
039000*                       DEPRECIATION TO THE NEW ACCOUNTS/       *
039100*                       DEPARTMENT WHERE EITHER MOVED, THEN     *
039200*                       MOVE THE MASTER AND CLEAR THE PENDING   *
039300*                       TRANSFER                                *
039400*****************************************************************
039500 2300-APPLY-TRANSFER.
039600     MOVE "Y"                     TO  WS-ASSET-CHANGED-SW.
039700
039800     IF  GLFAS-XFR-ASSET-ACCT-NO IS EQUAL TO GLFAS-ASSET-ACCT-NO
039900     AND GLFAS-XFR-DEPT-CODE IS EQUAL TO GLFAS-DEPT-CODE
040000         GO TO 2300-ACCUM.
040100
040200     MOVE GLFAS-COST              TO  WS-SIDE-AMT.
040300     MOVE "D"                     TO  WS-GEN-DR-CR-CODE.
040400     MOVE GLFAS-XFR-ASSET-ACCT-NO TO  WS-GEN-ACCT-NO.
040500     MOVE GLFAS-XFR-DEPT-CODE     TO  WS-GEN-DEPT-CODE.
040600     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
040700
040800     MOVE "C"                     TO  WS-GEN-DR-CR-CODE.
040900     MOVE GLFAS-ASSET-ACCT-NO     TO  WS-GEN-ACCT-NO.
041000     MOVE GLFAS-DEPT-CODE         TO  WS-GEN-DEPT-CODE.
041100     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
041200
041300 2300-ACCUM.
041400     IF  GLFAS-XFR-ACCUM-ACCT-NO IS EQUAL TO GLFAS-ACCUM-ACCT-NO
041500     AND GLFAS-XFR-DEPT-CODE IS EQUAL TO GLFAS-DEPT-CODE
041600         GO TO 2300-MOVE.
041700     IF  GLFAS-ACCUM-DEPR IS NOT GREATER THAN ZERO
041800         GO TO 2300-MOVE.
041900
042000     MOVE GLFAS-ACCUM-DEPR        TO  WS-SIDE-AMT.
042100     MOVE "D"                     TO  WS-GEN-DR-CR-CODE.
042200     MOVE GLFAS-ACCUM-ACCT-NO     TO  WS-GEN-ACCT-NO.
042300     MOVE GLFAS-DEPT-CODE         TO  WS-GEN-DEPT-CODE.
042400     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
042500
042600     MOVE "C"                     TO  WS-GEN-DR-CR-CODE.
042700     MOVE GLFAS-XFR-ACCUM-ACCT-NO TO  WS-GEN-ACCT-NO.
042800     MOVE GLFAS-XFR-DEPT-CODE     TO  WS-GEN-DEPT-CODE.
042900     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
043000
043100 2300-MOVE.
043200     MOVE GLFAS-XFR-DEPT-CODE     TO  GLFAS-DEPT-CODE.
043300     MOVE GLFAS-XFR-ASSET-ACCT-NO TO  GLFAS-ASSET-ACCT-NO.
043400     MOVE GLFAS-XFR-ACCUM-ACCT-NO TO  GLFAS-ACCUM-ACCT-NO.
043500     MOVE GLFAS-XFR-EXPENSE-ACCT-NO
043600                                  TO  GLFAS-EXPENSE-ACCT-NO.
043700     MOVE SPACES                  TO  GLFAS-XFR-DEPT-CODE.
043800     MOVE ZERO                    TO  GLFAS-XFR-ASSET-ACCT-NO.
043900     MOVE ZERO                    TO  GLFAS-XFR-ACCUM-ACCT-NO.
044000     MOVE ZERO                    TO  GLFAS-XFR-EXPENSE-ACCT-NO.
044100     MOVE SPACE                   TO  GLFAS-PENDING-SW.
044200     ADD 1                        TO  WS-XFR-CNT.
044300 2300-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700* 2400-APPLY-DISPOSAL - RELIEVE THE COST AND ACCUMULATED        *
044800*                       DEPRECIATION, BOOK THE PROCEEDS AND     *
044900*                       THE GAIN OR LOSS, AND MARK THE ASSET    *
045000*                       DISPOSED                                *
045100*****************************************************************
045200 2400-APPLY-DISPOSAL.
045300     MOVE "Y"                     TO  WS-ASSET-CHANGED-SW.
045400     MOVE GLFAS-DEPT-CODE         TO  WS-GEN-DEPT-CODE.
045500
045600     IF  GLFAS-ACCUM-DEPR IS GREATER THAN ZERO
045700         MOVE GLFAS-ACCUM-DEPR    TO  WS-SIDE-AMT
045800         MOVE "D"                 TO  WS-GEN-DR-CR-CODE
045900         MOVE GLFAS-ACCUM-ACCT-NO TO  WS-GEN-ACCT-NO
046000         PERFORM 2700-PUT-GEN-LINES THRU 2700-EXIT.
046100
046200     IF  GLFAS-DISP-PROCEEDS IS GREATER THAN ZERO
046300         MOVE GLFAS-DISP-PROCEEDS TO  WS-SIDE-AMT
046400         MOVE "D"                 TO  WS-GEN-DR-CR-CODE
046500         MOVE GLFAS-PROCEEDS-ACCT-NO TO  WS-GEN-ACCT-NO
046600         PERFORM 2700-PUT-GEN-LINES THRU 2700-EXIT.
046700
046800     MOVE GLFAS-COST              TO  WS-SIDE-AMT.
046900     MOVE "C"                     TO  WS-GEN-DR-CR-CODE.
047000     MOVE GLFAS-ASSET-ACCT-NO     TO  WS-GEN-ACCT-NO.
047100     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
047200
047300*
047400* PROCEEDS ABOVE NET BOOK VALUE IS A GAIN (CREDIT), BELOW IT A
047500* LOSS (DEBIT) - EITHER WAY THE LINE THAT BALANCES THE ENTRY.
047600*
047700     SUBTRACT GLFAS-ACCUM-DEPR FROM GLFAS-COST GIVING WS-NBV.
047800     SUBTRACT WS-NBV FROM GLFAS-DISP-PROCEEDS GIVING WS-GAIN-AMT.
047900     MOVE GLFAS-GAIN-LOSS-ACCT-NO TO  WS-GEN-ACCT-NO.
048000     IF  WS-GAIN-AMT IS GREATER THAN ZERO
048100         MOVE WS-GAIN-AMT         TO  WS-SIDE-AMT
048200         MOVE "C"                 TO  WS-GEN-DR-CR-CODE
048300         PERFORM 2700-PUT-GEN-LINES THRU 2700-EXIT.
048400     IF  WS-GAIN-AMT IS LESS THAN ZERO
048500         COMPUTE WS-SIDE-AMT = ZERO - WS-GAIN-AMT
048600         MOVE "D"                 TO  WS-GEN-DR-CR-CODE
048700         PERFORM 2700-PUT-GEN-LINES THRU 2700-EXIT.
048800
048900     MOVE "D"                     TO  GLFAS-STATUS-SW.
049000     MOVE SPACE                   TO  GLFAS-PENDING-SW.
049100     ADD 1                        TO  WS-DISP-CNT.
049200 2400-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600* 2500-FINISH-BATCH - WRITE THE BATCH HEADER FOR THE COMPANY    *
049700*                     JUST FINISHED, IF IT GENERATED ANYTHING   *
049800*****************************************************************
049900 2500-FINISH-BATCH.
050000     IF  NOT WS-ANY-LINES
050100         GO TO 2500-EXIT.
050200
050300     MOVE WS-CUR-BATCH-NO         TO  GLBTCH-BATCH-NO.
050400     MOVE WS-PREV-CO-CODE         TO  GLBTCH-CO-CODE.
050500     MOVE WS-TODAY-DATE           TO  GLBTCH-ENTRY-DATE.
050600     MOVE "FIXED ASSET DEPRECIATION" TO  GLBTCH-DESC.
050700     MOVE WS-BATCH-TOTAL-DR       TO  GLBTCH-TOTAL-DR.
050800     MOVE WS-BATCH-TOTAL-CR       TO  GLBTCH-TOTAL-CR.
050900
051000     IF  WS-BATCH-TOTAL-DR IS EQUAL TO WS-BATCH-TOTAL-CR
051100         MOVE "Y"                 TO  GLBTCH-BALANCED-SW
051200     ELSE
051300         MOVE "N"                 TO  GLBTCH-BALANCED-SW.
051400
051500     MOVE "N"                     TO  GLBTCH-REVERSING-SW.
051600     MOVE "N"                     TO  GLBTCH-REVERSED-SW.
051700     MOVE ZERO                    TO  GLBTCH-REVERSAL-OF-BATCH.
051800     MOVE "A"                     TO  GLBTCH-APPR-STATUS-SW.
051900     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
052000     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
052100     MOVE "DEPR"                  TO  GLBTCH-SOURCE-CODE.
052150     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
052200
052300     WRITE GLBTCH-RECORD.
052400     IF  NOT WS-BTCH-OK
052500         DISPLAY "GLFASDEP - ERROR WRITING GLBATCH, STATUS "
052600                 WS-BTCH-STATUS
052700         STOP RUN.
052800     ADD 1                        TO  WS-BATCH-CNT.
052900 2500-EXIT.
053000     EXIT.
053100
053200*****************************************************************
053300* 2600-START-NEW-BATCH - ASSIGN THE NEXT BATCH NUMBER AND       *
053400*                        RESET THE RUNNING TOTALS FOR IT        *
053500*****************************************************************
053600 2600-START-NEW-BATCH.
053700     ADD 1                        TO  WS-NEXT-BATCH-NO.
053800     MOVE WS-NEXT-BATCH-NO        TO  WS-CUR-BATCH-NO.
053900     MOVE ZERO                    TO  WS-CUR-LINE-NO.
054000     MOVE ZERO                    TO  WS-BATCH-TOTAL-DR.
054100     MOVE ZERO                    TO  WS-BATCH-TOTAL-CR.
054200     MOVE "N"                     TO  WS-ANY-LINES-SW.
054300 2600-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700* 2700-PUT-GEN-LINES - ONE SIDE'S AMOUNT, SPLIT ACROSS AS MANY  *
054800*                      GENERATED LINES AS THE JOURNAL LINE'S    *
054900*                      QUANTITY FIELD NEEDS, THE SAME WAY       *
055000*                      GLINTACR SPLITS A LARGE ACCRUAL          *
055100*****************************************************************
055200 2700-PUT-GEN-LINES.
055300     MOVE WS-SIDE-AMT             TO  WS-REMAIN-AMT.
055400     PERFORM 2750-PUT-ONE-PIECE   THRU 2750-EXIT
055500         UNTIL WS-REMAIN-AMT IS NOT GREATER THAN ZERO.
055600 2700-EXIT.
055700     EXIT.
055800
055900*****************************************************************
056000* 2750-PUT-ONE-PIECE - WRITE ONE GENERATED JOURNAL LINE,        *
056100*                      QUANTITY = THE NEXT PIECE OF THE SIDE'S  *
056200*                      AMOUNT AT A UNIT PRICE OF ONE            *
056300*****************************************************************
056400 2750-PUT-ONE-PIECE.
056500     IF  WS-REMAIN-AMT IS GREATER THAN WS-MAX-LINE-QTY
056600         MOVE WS-MAX-LINE-QTY     TO  WS-ADJ-QTY
056700     ELSE
056800         MOVE WS-REMAIN-AMT       TO  WS-ADJ-QTY.
056900     SUBTRACT WS-ADJ-QTY          FROM WS-REMAIN-AMT.
057000
057100     ADD 1                        TO  WS-CUR-LINE-NO.
057200     MOVE WS-CUR-BATCH-NO         TO  GLJE-BATCH-NO.
057300     MOVE WS-CUR-LINE-NO          TO  GLJE-LINE-NO.
057400     MOVE WS-GEN-ACCT-NO          TO  GLJE-ACCT-NO.
057500     MOVE WS-GEN-DR-CR-CODE       TO  GLJE-DR-CR-CODE.
057600     MOVE WS-ADJ-QTY              TO  GLJE-QTY.
057700     MOVE 1                       TO  GLJE-PRICE.
057800     MOVE SPACES                  TO  GLJE-CURR-CODE.
057900     MOVE GLFAS-CO-CODE           TO  GLJE-CO-CODE.
058000     MOVE WS-GEN-DEPT-CODE        TO  GLJE-DEPT-CODE.
058100     MOVE WS-DOC-REF-AREA         TO  GLJE-DOC-REF.
058110     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
058120     MOVE SPACES                  TO  GLJE-TAX-CODE.
058200
058300     WRITE GLJE-RECORD.
058400     IF  NOT WS-GEN-OK
058500         DISPLAY "GLFASDEP - ERROR WRITING GLFASOUT, STATUS "
058600                 WS-GEN-STATUS
058700         STOP RUN.
058800
058900     IF  WS-GEN-DR-CR-CODE IS EQUAL TO "D"
059000         ADD WS-ADJ-QTY           TO  WS-BATCH-TOTAL-DR
059100     ELSE
059200         ADD WS-ADJ-QTY           TO  WS-BATCH-TOTAL-CR.
059300
059400     MOVE "Y"                     TO  WS-ANY-LINES-SW.
059500     ADD 1                        TO  WS-LINE-CNT.
059600 2750-EXIT.
059700     EXIT.
059800
059900*****************************************************************
060000* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
060100*****************************************************************
060200 9000-TERMINATE.
060300     CLOSE FAS-FILE.
060400     CLOSE BTCH-FILE.
060500     CLOSE FCL-FILE.
060600     CLOSE GEN-FILE.
060700
060800     DISPLAY "GLFASDEP - BATCHES GENERATED:  " WS-BATCH-CNT.
060900     DISPLAY "GLFASDEP - LINES GENERATED:    " WS-LINE-CNT.
061000     DISPLAY "GLFASDEP - ASSETS DEPRECIATED: " WS-DEPR-CNT.
061100     DISPLAY "GLFASDEP - NOW FULLY DEPR:     " WS-FULLY-CNT.
061200     DISPLAY "GLFASDEP - TRANSFERS APPLIED:  " WS-XFR-CNT.
061300     DISPLAY "GLFASDEP - DISPOSALS APPLIED:  " WS-DISP-CNT.
061400 9000-EXIT.
061500     EXIT.
061600
061700 9999-EXIT.
061800     STOP RUN.
