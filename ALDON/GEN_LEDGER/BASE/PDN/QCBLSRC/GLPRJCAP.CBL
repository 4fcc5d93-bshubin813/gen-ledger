000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLPRJCAP.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLPRJCAP  -  CAPITAL PROJECT CAPITALIZATION GENERATOR        *
001000*                                                               *
001100*  RUN AT PERIOD END.  BROWSES THE PROJECT MASTER (GLPRJREC)    *
001200*  IN COMPANY/PROJECT KEY SEQUENCE AND, FOR EVERY CAPITAL       *
001300*  PROJECT ("C") THAT HAS BEEN CLOSED ("C") BUT NOT YET         *
001400*  CAPITALIZED, MOVES ITS COST TO DATE TO ITS ASSET ACCOUNT:    *
001500*                                                               *
001600*    EACH COST ACCOUNT   CR ITS NET PROJECT-TO-DATE ACTUAL      *
001700*                        (GLPRAREC), CARRYING THE PROJECT CODE  *
001800*    ASSET ACCOUNT       DR THE PROJECT'S NET COST, NO PROJECT  *
001900*                                                               *
002000*  SO ONCE THE BATCH POSTS THE PROJECT'S ACTUALS NET TO ZERO    *
002100*  AND THE COST SITS ON THE BALANCE SHEET.  AN ACCOUNT THAT     *
002200*  NETS TO A CREDIT IS DEBITED INSTEAD, AND A PROJECT THAT      *
002300*  NETS TO A CREDIT CREDITS THE ASSET ACCOUNT.  THE PROJECT IS  *
002400*  MARKED CAPITALIZED ("X") WITH THE RUN DATE AND THE BATCH     *
002500*  NUMBER AND NEVER GENERATES AGAIN.  A PROJECT WITH NO ASSET   *
002600*  ACCOUNT IS LISTED ON THE CONTROL REPORT AND LEFT CLOSED.     *
002700*                                                               *
002800*  ONE BALANCED BATCH IS GENERATED PER COMPANY INTO GLPRCOUT    *
002900*  IN GLJEREC FORMAT, THE SAME WAY GLAMORT WRITES GLAMROUT,     *
003000*  WITH A BATCH HEADER ON GLBATCH - APPROVED "SYSTEM", SOURCE   *
003100*  "PCAP" - FOR THE NIGHTLY STREAM TO CONCATENATE INTO          *
003200*  GLTRANIN.  GLPOST ACCEPTS A CLOSED OR CAPITALIZED PROJECT    *
003300*  ON A "PCAP" BATCH ONLY.  THE CONTROL REPORT (GLPRCAPP)       *
003400*  LISTS EVERY PROJECT CAPITALIZED AND ITS AMOUNT.              *
003500*                                                               *
003600*---------------------------------------------------------------*
003700*  MODIFICATION HISTORY                                         *
003800*---------------------------------------------------------------*
003900*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-ISERIES.
004400 OBJECT-COMPUTER.   IBM-ISERIES.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PRJ-FILE   ASSIGN TO GLPROJ
004800         ORGANIZATION IS INDEXED
004900         ACCESS       IS DYNAMIC
005000         RECORD KEY   IS GLPRJ-KEY
005100         FILE STATUS  IS WS-PRJ-STATUS.
005200
005300     SELECT PRA-FILE   ASSIGN TO GLPRJACT
005400         ORGANIZATION IS INDEXED
005500         ACCESS       IS DYNAMIC
005600         RECORD KEY   IS GLPRA-KEY
005700         FILE STATUS  IS WS-PRA-STATUS.
005800
005900     SELECT BTCH-FILE  ASSIGN TO GLBATCH
006000         ORGANIZATION IS INDEXED
006100         ACCESS       IS DYNAMIC
006200         RECORD KEY   IS GLBTCH-KEY
006300         FILE STATUS  IS WS-BTCH-STATUS.
006400
006500     SELECT GEN-FILE   ASSIGN TO GLPRCOUT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS  IS WS-GEN-STATUS.
006800
006900     SELECT RPT-FILE   ASSIGN TO GLPRCAPP
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS  IS WS-RPT-STATUS.
007200
007300/
007400*****************************************************************
007500* D A T A   D I V I S I O N                                     *
007600*****************************************************************
007700 DATA DIVISION.
007800 FILE SECTION.
007900
008000 FD  PRJ-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY GLPRJREC.
008300
008400 FD  PRA-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY GLPRAREC.
008700
008800 FD  BTCH-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY GLBTCHREC.
009100
009200 FD  GEN-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500     COPY GLJEREC.
009600
009700 FD  RPT-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000     COPY GLPRCPRT.
010100
010200/
010300*****************************************************************
010400* W O R K I N G   S T O R A G E   S E C T I O N                 *
010500*****************************************************************
010600 WORKING-STORAGE SECTION.
010700
010800 77  WS-PRJ-STATUS              PIC X(02) VALUE SPACES.
010900     88  WS-PRJ-OK                       VALUE "00".
011000     88  WS-PRJ-EOF                      VALUE "10".
011100
011200 77  WS-PRA-STATUS              PIC X(02) VALUE SPACES.
011300     88  WS-PRA-OK                       VALUE "00".
011400     88  WS-PRA-EOF                      VALUE "10".
011500
011600 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
011700     88  WS-BTCH-OK                      VALUE "00".
011800
011900 77  WS-GEN-STATUS              PIC X(02) VALUE SPACES.
012000     88  WS-GEN-OK                       VALUE "00".
012100
012200 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
012300
012400 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
012500     88  WS-FIRST-RECORD                 VALUE "Y".
012600
012700 77  WS-ANY-LINES-SW            PIC X(01) VALUE "N".
012800     88  WS-ANY-LINES                    VALUE "Y".
012900
013000 77  WS-ACCT-HELD-SW            PIC X(01) VALUE "N".
013100     88  WS-ACCT-HELD                    VALUE "Y".
013200
013300 77  WS-PREV-CO-CODE            PIC X(03) VALUE SPACES.
013400 77  WS-PREV-ACCT               PIC 9(06) VALUE ZERO.
013500 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
013600
013700 77  WS-NEXT-BATCH-NO           PIC 9(06) VALUE ZERO.
013800 77  WS-CUR-BATCH-NO            PIC 9(06) VALUE ZERO.
013900 77  WS-CUR-LINE-NO             PIC 9(04) VALUE ZERO.
014000
014100 77  WS-ACCT-COST               PIC S9(09)V99 COMP-3 VALUE ZERO.
014200 77  WS-PROJECT-COST            PIC S9(09)V99 COMP-3 VALUE ZERO.
014300
014400 77  WS-ADJ-QTY                 PIC S9(7)V99  COMP-3 VALUE ZERO.
014500 77  WS-SIDE-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
014600 77  WS-REMAIN-AMT              PIC S9(09)V99 COMP-3 VALUE ZERO.
014700 77  WS-MAX-LINE-QTY            PIC S9(7)V99  COMP-3
014800                                VALUE 9999999.99.
014900 77  WS-GEN-DR-CR-CODE          PIC X(01) VALUE SPACES.
015000 77  WS-GEN-ACCT-NO             PIC 9(06) VALUE ZERO.
015100 77  WS-GEN-PROJECT-CODE        PIC X(06) VALUE SPACES.
015200 77  WS-BATCH-TOTAL-DR          PIC S9(09)V99 COMP-3 VALUE ZERO.
015300 77  WS-BATCH-TOTAL-CR          PIC S9(09)V99 COMP-3 VALUE ZERO.
015400
015500 77  WS-BATCH-CNT               PIC 9(07) BINARY VALUE ZERO.
015600 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
015700 77  WS-CAPITALIZED-CNT         PIC 9(07) BINARY VALUE ZERO.
015800 77  WS-SKIPPED-CNT             PIC 9(07) BINARY VALUE ZERO.
015900
016000 01  WS-CAP-LINE.
016100     05  WS-CPL-CO-CODE         PIC X(03).
016200     05  FILLER                 PIC X(01) VALUE SPACES.
016300     05  WS-CPL-PROJECT-CODE    PIC X(06).
016400     05  FILLER                 PIC X(01) VALUE SPACES.
016500     05  WS-CPL-DESC            PIC X(30).
016600     05  FILLER                 PIC X(01) VALUE SPACES.
016700     05  WS-CPL-ASSET-ACCT      PIC 9(06).
016800     05  FILLER                 PIC X(01) VALUE SPACES.
016900     05  WS-CPL-COST            PIC -(9)9.99.
017000     05  FILLER                 PIC X(01) VALUE SPACES.
017100     05  WS-CPL-BATCH-NO        PIC 9(06).
017200 01  WS-CAP-LINE-R              REDEFINES WS-CAP-LINE.
017300     05  FILLER                 PIC X(49).
017400     05  WS-CPL-MESSAGE         PIC X(20).
017500
017600/
017700*****************************************************************
017800* P R O C E D U R E   D I V I S I O N                           *
017900*****************************************************************
018000 PROCEDURE DIVISION.
018100
018200*****************************************************************
018300* 0000-MAINLINE                                                 *
018400*****************************************************************
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
018700     PERFORM 2000-ONE-PROJECT         THRU 2000-EXIT
018800         UNTIL WS-PRJ-EOF.
018900     IF  NOT WS-FIRST-RECORD
019000         PERFORM 2500-FINISH-BATCH    THRU 2500-EXIT.
019100     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
019200     GO TO 9999-EXIT.
019300
019400*****************************************************************
019500* 1000-INITIALIZE - OPEN THE FILES, DETERMINE THE NEXT BATCH    *
019600*                   NUMBER, PRINT THE HEADINGS AND POSITION AT  *
019700*                   THE FIRST PROJECT                           *
019800*****************************************************************
019900 1000-INITIALIZE.
020000     OPEN I-O    PRJ-FILE.
020100     OPEN INPUT  PRA-FILE.
020200     OPEN I-O    BTCH-FILE.
020300     OPEN OUTPUT GEN-FILE.
020400     OPEN OUTPUT RPT-FILE.
020500
020600     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
020700
020800     PERFORM 1100-FIND-NEXT-BATCH-NO THRU 1100-EXIT.
020900
021000     MOVE SPACES                  TO  GLPRCP-RECORD.
021100     MOVE "CAPITAL PROJECT CAPITALIZATION"
021200                                  TO  GLPRCP-RECORD.
021300     WRITE GLPRCP-RECORD.
021400     MOVE SPACES                  TO  GLPRCP-RECORD.
021500     WRITE GLPRCP-RECORD.
021600     MOVE SPACES                  TO  GLPRCP-RECORD.
021700     MOVE "CO  PROJ   DESCRIPTION                    ASSET"
021800                                  TO  GLPRCP-RECORD.
021900     MOVE "   CAPITALIZED  BATCH"  TO  GLPRCP-RECORD (49:21).
022000     WRITE GLPRCP-RECORD.
022100
022200     MOVE LOW-VALUES              TO  GLPRJ-KEY.
022300     START PRJ-FILE
022400         KEY IS NOT LESS THAN GLPRJ-KEY
022500         INVALID KEY
022600             MOVE "10"            TO  WS-PRJ-STATUS.
022700
022800     IF  WS-PRJ-OK
022900         PERFORM 2100-READ-NEXT-PROJECT THRU 2100-EXIT.
023000 1000-EXIT.
023100     EXIT.
023200
023300*****************************************************************
023400* 1100-FIND-NEXT-BATCH-NO - THE HIGHEST EXISTING BATCH NUMBER,  *
023500*                           PLUS ONE, IS WHERE THIS RUN BEGINS  *
023600*                           ASSIGNING CAPITALIZATION BATCHES    *
023700*****************************************************************
023800 1100-FIND-NEXT-BATCH-NO.
023900     MOVE HIGH-VALUES             TO  GLBTCH-KEY.
024000     START BTCH-FILE
024100         KEY IS NOT GREATER THAN GLBTCH-KEY
024200         INVALID KEY
024300             MOVE ZERO            TO  WS-NEXT-BATCH-NO
024400             GO TO 1100-EXIT.
024500
024600     READ BTCH-FILE PREVIOUS RECORD
024700         AT END
024800             MOVE ZERO            TO  WS-NEXT-BATCH-NO
024900             GO TO 1100-EXIT.
025000
025100     MOVE GLBTCH-BATCH-NO         TO  WS-NEXT-BATCH-NO.
025200 1100-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600* 2000-ONE-PROJECT - ON EVERY COMPANY BREAK, FINISH THE PRIOR   *
025700*                    COMPANY'S BATCH AND START A NEW ONE; THEN  *
025800*                    CAPITALIZE THE PROJECT IF IT IS DUE        *
025900*****************************************************************
026000 2000-ONE-PROJECT.
026100     IF  WS-FIRST-RECORD
026200         MOVE GLPRJ-CO-CODE       TO  WS-PREV-CO-CODE
026300         PERFORM 2600-START-NEW-BATCH THRU 2600-EXIT
026400         MOVE "N"                 TO  WS-FIRST-REC-SW.
026500
026600     IF  GLPRJ-CO-CODE IS NOT EQUAL TO WS-PREV-CO-CODE
026700         PERFORM 2500-FINISH-BATCH THRU 2500-EXIT
026800         MOVE GLPRJ-CO-CODE       TO  WS-PREV-CO-CODE
026900         PERFORM 2600-START-NEW-BATCH THRU 2600-EXIT.
027000
027100     IF  NOT GLPRJ-IS-CAPITAL
027200         GO TO 2000-READ.
027300     IF  NOT GLPRJ-IS-CLOSED
027400         GO TO 2000-READ.
027500
027600     IF  GLPRJ-ASSET-ACCT-NO IS EQUAL TO ZERO
027700         MOVE SPACES              TO  WS-CAP-LINE
027800         MOVE GLPRJ-CO-CODE       TO  WS-CPL-CO-CODE
027900         MOVE GLPRJ-PROJECT-CODE  TO  WS-CPL-PROJECT-CODE
028000         MOVE GLPRJ-DESC          TO  WS-CPL-DESC
028100         MOVE "NO ASSET ACCOUNT"  TO  WS-CPL-MESSAGE
028200         MOVE WS-CAP-LINE         TO  GLPRCP-RECORD
028300         WRITE GLPRCP-RECORD
028400         ADD 1                    TO  WS-SKIPPED-CNT
028500         GO TO 2000-READ.
028600
028700     PERFORM 2200-CAPITALIZE      THRU 2200-EXIT.
028800
028900     REWRITE GLPRJ-RECORD.
029000     IF  NOT WS-PRJ-OK
029100         DISPLAY "GLPRJCAP - ERROR REWRITING GLPROJ, STATUS "
029200                 WS-PRJ-STATUS
029300         STOP RUN.
029400
029500 2000-READ.
029600     PERFORM 2100-READ-NEXT-PROJECT THRU 2100-EXIT.
029700 2000-EXIT.
029800     EXIT.
029900
030000*****************************************************************
030100* 2100-READ-NEXT-PROJECT - READ THE NEXT PROJECT IN KEY         *
030200*                          SEQUENCE                             *
030300*****************************************************************
030400 2100-READ-NEXT-PROJECT.
030500     READ PRJ-FILE NEXT RECORD
030600         AT END
030700             MOVE "10"            TO  WS-PRJ-STATUS.
030800 2100-EXIT.
030900     EXIT.
031000
031100*****************************************************************
031200* 2200-CAPITALIZE - RELIEVE EACH COST ACCOUNT OF ITS NET        *
031300*                   PROJECT-TO-DATE ACTUAL, CHARGE THE TOTAL TO *
031400*                   THE ASSET ACCOUNT AND MARK THE PROJECT      *
031500*                   CAPITALIZED                                 *
031600*****************************************************************
031700 2200-CAPITALIZE.
031800     MOVE ZERO                    TO  WS-PROJECT-COST.
031900     MOVE ZERO                    TO  WS-ACCT-COST.
032000     MOVE "N"                     TO  WS-ACCT-HELD-SW.
032100     MOVE SPACES                  TO  WS-PRA-STATUS.
032200     MOVE GLPRJ-CO-CODE           TO  GLPRA-CO-CODE.
032300     MOVE GLPRJ-PROJECT-CODE      TO  GLPRA-PROJECT-CODE.
032400     MOVE ZERO                    TO  GLPRA-ACCT-NO.
032500     MOVE ZERO                    TO  GLPRA-PERIOD.
032600     START PRA-FILE
032700         KEY IS NOT LESS THAN GLPRA-KEY
032800         INVALID KEY
032900             MOVE "10"            TO  WS-PRA-STATUS.
033000
033100     PERFORM 2210-ADD-ONE-ACTUAL  THRU 2210-EXIT
033200         UNTIL WS-PRA-EOF.
033300
033400     IF  WS-ACCT-HELD
033500         PERFORM 2250-RELIEVE-ACCOUNT THRU 2250-EXIT.
033600
033700     MOVE SPACES                  TO  WS-GEN-PROJECT-CODE.
033800     MOVE GLPRJ-ASSET-ACCT-NO     TO  WS-GEN-ACCT-NO.
033900     IF  WS-PROJECT-COST IS GREATER THAN ZERO
034000         MOVE "D"                 TO  WS-GEN-DR-CR-CODE
034100         MOVE WS-PROJECT-COST     TO  WS-SIDE-AMT
034200     ELSE
034300         MOVE "C"                 TO  WS-GEN-DR-CR-CODE
034400         SUBTRACT WS-PROJECT-COST FROM ZERO
034500             GIVING WS-SIDE-AMT.
034600     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
034700
034800     MOVE "X"                     TO  GLPRJ-STATUS.
034900     MOVE WS-TODAY-DATE           TO  GLPRJ-CAP-DATE.
035000     MOVE WS-CUR-BATCH-NO         TO  GLPRJ-CAP-BATCH-NO.
035100     ADD 1                        TO  WS-CAPITALIZED-CNT.
035200
035300     MOVE SPACES                  TO  WS-CAP-LINE.
035400     MOVE GLPRJ-CO-CODE           TO  WS-CPL-CO-CODE.
035500     MOVE GLPRJ-PROJECT-CODE      TO  WS-CPL-PROJECT-CODE.
035600     MOVE GLPRJ-DESC              TO  WS-CPL-DESC.
035700     MOVE GLPRJ-ASSET-ACCT-NO     TO  WS-CPL-ASSET-ACCT.
035800     MOVE WS-PROJECT-COST         TO  WS-CPL-COST.
035900     MOVE WS-CUR-BATCH-NO         TO  WS-CPL-BATCH-NO.
036000     MOVE WS-CAP-LINE             TO  GLPRCP-RECORD.
036100     WRITE GLPRCP-RECORD.
036200 2200-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600* 2210-ADD-ONE-ACTUAL - ONE PROJECT/ACCOUNT/PERIOD ACTUAL; AN   *
036700*                       ACCOUNT CHANGE RELIEVES THE PRIOR ONE   *
036800*****************************************************************
036900 2210-ADD-ONE-ACTUAL.
037000     READ PRA-FILE NEXT RECORD
037100         AT END
037200             MOVE "10"            TO  WS-PRA-STATUS
037300             GO TO 2210-EXIT.
037400
037500     IF  GLPRA-CO-CODE IS NOT EQUAL TO GLPRJ-CO-CODE
037600     OR  GLPRA-PROJECT-CODE IS NOT EQUAL TO GLPRJ-PROJECT-CODE
037700         MOVE "10"                TO  WS-PRA-STATUS
037800         GO TO 2210-EXIT.
037900
038000     IF  WS-ACCT-HELD
038100     AND GLPRA-ACCT-NO IS NOT EQUAL TO WS-PREV-ACCT
038200         PERFORM 2250-RELIEVE-ACCOUNT THRU 2250-EXIT.
038300
038400     MOVE GLPRA-ACCT-NO           TO  WS-PREV-ACCT.
038500     MOVE "Y"                     TO  WS-ACCT-HELD-SW.
038600     ADD GLPRA-AMOUNT             TO  WS-ACCT-COST.
038700 2210-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100* 2250-RELIEVE-ACCOUNT - WRITE THE ENTRY TAKING ONE COST        *
039200*                        ACCOUNT'S NET ACTUAL OFF THE PROJECT   *
039300*****************************************************************
039400 2250-RELIEVE-ACCOUNT.
039500     ADD WS-ACCT-COST             TO  WS-PROJECT-COST.
039600
039700     MOVE GLPRJ-PROJECT-CODE      TO  WS-GEN-PROJECT-CODE.
039800     MOVE WS-PREV-ACCT            TO  WS-GEN-ACCT-NO.
039900     IF  WS-ACCT-COST IS GREATER THAN ZERO
040000         MOVE "C"                 TO  WS-GEN-DR-CR-CODE
040100         MOVE WS-ACCT-COST        TO  WS-SIDE-AMT
040200     ELSE
040300         MOVE "D"                 TO  WS-GEN-DR-CR-CODE
040400         SUBTRACT WS-ACCT-COST FROM ZERO
040500             GIVING WS-SIDE-AMT.
040600     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
040700
040800     MOVE ZERO                    TO  WS-ACCT-COST.
040900     MOVE "N"                     TO  WS-ACCT-HELD-SW.
041000 2250-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400* 2500-FINISH-BATCH - WRITE THE BATCH HEADER FOR THE COMPANY    *
041500*                     JUST FINISHED, IF IT GENERATED ANYTHING   *
041600*****************************************************************
041700 2500-FINISH-BATCH.
041800     IF  NOT WS-ANY-LINES
041900         GO TO 2500-EXIT.
042000
042100     MOVE WS-CUR-BATCH-NO         TO  GLBTCH-BATCH-NO.
042200     MOVE WS-PREV-CO-CODE         TO  GLBTCH-CO-CODE.
042300     MOVE WS-TODAY-DATE           TO  GLBTCH-ENTRY-DATE.
042400     MOVE "CAPITAL PROJECT CAPITALIZATION"
042500                                  TO  GLBTCH-DESC.
042600     MOVE WS-BATCH-TOTAL-DR       TO  GLBTCH-TOTAL-DR.
042700     MOVE WS-BATCH-TOTAL-CR       TO  GLBTCH-TOTAL-CR.
042800
042900     IF  WS-BATCH-TOTAL-DR IS EQUAL TO WS-BATCH-TOTAL-CR
043000         MOVE "Y"                 TO  GLBTCH-BALANCED-SW
043100     ELSE
043200         MOVE "N"                 TO  GLBTCH-BALANCED-SW.
043300
043400     MOVE "N"                     TO  GLBTCH-REVERSING-SW.
043500     MOVE "N"                     TO  GLBTCH-REVERSED-SW.
043600     MOVE ZERO                    TO  GLBTCH-REVERSAL-OF-BATCH.
043700     MOVE "A"                     TO  GLBTCH-APPR-STATUS-SW.
043800     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
043900     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
044000     MOVE "PCAP"                  TO  GLBTCH-SOURCE-CODE.
044100     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
044200     MOVE ZERO                    TO  GLBTCH-ENTERED-DATE.
044300     MOVE ZERO                    TO  GLBTCH-ENTERED-TIME.
044400     MOVE ZERO                    TO  GLBTCH-APPROVED-DATE.
044500     MOVE ZERO                    TO  GLBTCH-APPROVED-TIME.
044600
044700     WRITE GLBTCH-RECORD.
044800     IF  NOT WS-BTCH-OK
044900         DISPLAY "GLPRJCAP - ERROR WRITING GLBATCH, STATUS "
045000                 WS-BTCH-STATUS
045100         STOP RUN.
045200     ADD 1                        TO  WS-BATCH-CNT.
045300 2500-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700* 2600-START-NEW-BATCH - ASSIGN THE NEXT BATCH NUMBER AND       *
045800*                        RESET THE RUNNING TOTALS FOR IT        *
045900*****************************************************************
046000 2600-START-NEW-BATCH.
046100     ADD 1                        TO  WS-NEXT-BATCH-NO.
046200     MOVE WS-NEXT-BATCH-NO        TO  WS-CUR-BATCH-NO.
046300     MOVE ZERO                    TO  WS-CUR-LINE-NO.
046400     MOVE ZERO                    TO  WS-BATCH-TOTAL-DR.
046500     MOVE ZERO                    TO  WS-BATCH-TOTAL-CR.
046600     MOVE "N"                     TO  WS-ANY-LINES-SW.
046700 2600-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100* 2700-PUT-GEN-LINES - ONE SIDE'S AMOUNT, SPLIT ACROSS AS MANY  *
047200*                      GENERATED LINES AS THE JOURNAL LINE'S    *
047300*                      QUANTITY FIELD NEEDS, THE SAME WAY       *
047400*                      GLAMORT SPLITS A LARGE SLICE             *
047500*****************************************************************
047600 2700-PUT-GEN-LINES.
047700     MOVE WS-SIDE-AMT             TO  WS-REMAIN-AMT.
047800     PERFORM 2750-PUT-ONE-PIECE   THRU 2750-EXIT
047900         UNTIL WS-REMAIN-AMT IS NOT GREATER THAN ZERO.
048000 2700-EXIT.
048100     EXIT.
048200
048300*****************************************************************
048400* 2750-PUT-ONE-PIECE - WRITE ONE GENERATED JOURNAL LINE,        *
048500*                      QUANTITY = THE NEXT PIECE OF THE SIDE'S  *
048600*                      AMOUNT AT A UNIT PRICE OF ONE            *
048700*****************************************************************
048800 2750-PUT-ONE-PIECE.
048900     IF  WS-REMAIN-AMT IS GREATER THAN WS-MAX-LINE-QTY
049000         MOVE WS-MAX-LINE-QTY     TO  WS-ADJ-QTY
049100     ELSE
049200         MOVE WS-REMAIN-AMT       TO  WS-ADJ-QTY.
049300     SUBTRACT WS-ADJ-QTY          FROM WS-REMAIN-AMT.
049400
049500     ADD 1                        TO  WS-CUR-LINE-NO.
049600     MOVE WS-CUR-BATCH-NO         TO  GLJE-BATCH-NO.
049700     MOVE WS-CUR-LINE-NO          TO  GLJE-LINE-NO.
049800     MOVE WS-GEN-ACCT-NO          TO  GLJE-ACCT-NO.
049900     MOVE WS-GEN-DR-CR-CODE       TO  GLJE-DR-CR-CODE.
050000     MOVE WS-ADJ-QTY              TO  GLJE-QTY.
050100     MOVE 1                       TO  GLJE-PRICE.
050200     MOVE SPACES                  TO  GLJE-CURR-CODE.
050300     MOVE GLPRJ-CO-CODE           TO  GLJE-CO-CODE.
050400     MOVE SPACES                  TO  GLJE-DEPT-CODE.
050500     MOVE GLPRJ-PROJECT-CODE      TO  GLJE-DOC-REF.
050600     MOVE WS-GEN-PROJECT-CODE     TO  GLJE-PROJECT-CODE.
050610     MOVE SPACES                  TO  GLJE-TAX-CODE.
050700
050800     WRITE GLJE-RECORD.
050900     IF  NOT WS-GEN-OK
051000         DISPLAY "GLPRJCAP - ERROR WRITING GLPRCOUT, STATUS "
051100                 WS-GEN-STATUS
051200         STOP RUN.
051300
051400     IF  WS-GEN-DR-CR-CODE IS EQUAL TO "D"
051500         ADD WS-ADJ-QTY           TO  WS-BATCH-TOTAL-DR
051600     ELSE
051700         ADD WS-ADJ-QTY           TO  WS-BATCH-TOTAL-CR.
051800
051900     MOVE "Y"                     TO  WS-ANY-LINES-SW.
052000     ADD 1                        TO  WS-LINE-CNT.
052100 2750-EXIT.
052200     EXIT.
052300
052400*****************************************************************
052500* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
052600*****************************************************************
052700 9000-TERMINATE.
052800     CLOSE PRJ-FILE.
052900     CLOSE PRA-FILE.
053000     CLOSE BTCH-FILE.
053100     CLOSE GEN-FILE.
053200     CLOSE RPT-FILE.
053300
053400     DISPLAY "GLPRJCAP - BATCHES GENERATED:    " WS-BATCH-CNT.
053500     DISPLAY "GLPRJCAP - LINES GENERATED:      " WS-LINE-CNT.
053600     DISPLAY "GLPRJCAP - PROJECTS CAPITALIZED: "
053700             WS-CAPITALIZED-CNT.
053800     DISPLAY "GLPRJCAP - PROJECTS SKIPPED:     " WS-SKIPPED-CNT.
053900 9000-EXIT.
054000     EXIT.
054100
054200 9999-EXIT.
054300     STOP RUN.
