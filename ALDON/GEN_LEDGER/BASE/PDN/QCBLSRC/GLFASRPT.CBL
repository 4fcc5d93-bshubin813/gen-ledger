000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLFASRPT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLFASRPT  -  FIXED-ASSET SUBLEDGER PROOF REPORT               *
001000*                                                               *
001100*  BROWSES THE FIXED-ASSET MASTER (GLFASREC) AND LISTS EVERY     *
001200*  ASSET NOT YET DISPOSED WITH ITS COST, ACCUMULATED            *
001300*  DEPRECIATION AND NET BOOK VALUE, TOTALLING COST BY COMPANY/  *
001400*  ASSET ACCOUNT AND ACCUMULATED DEPRECIATION BY COMPANY/       *
001500*  ACCUMULATED-DEPRECIATION ACCOUNT AS IT GOES.  EACH OF THOSE  *
001600*  CONTROL ACCOUNTS IS THEN LOOKED UP ON THE CHART-OF-ACCOUNTS  *
001700*  MASTER (GLCOAREC) AND ITS GLCOA-CURR-BAL COMPARED WITH THE   *
001800*  SUBLEDGER TOTAL, THE WAY GLSUBRCN PROVES THE OTHER           *
001900*  SUBLEDGERS, FOLLOWED BY EACH COMPANY'S NET BOOK VALUE        *
002000*  AGAINST THE NET OF ITS CONTROL ACCOUNTS.                     *
002100*                                                               *
002200*  GL BALANCES ARE DEBIT-POSITIVE, SO THE SUBLEDGER'S           *
002300*  ACCUMULATED DEPRECIATION IS CARRIED AS A NEGATIVE (CREDIT)   *
002400*  TOTAL FOR THE COMPARISON.  TRANSFERS AND DISPOSALS STILL     *
002500*  PENDING HAVE NOT YET MOVED THE MASTER OR THE GL, SO THE      *
002600*  PROOF HOLDS BETWEEN MONTHLY RUNS.                            *
002700*                                                               *
002800*---------------------------------------------------------------*
002900*  MODIFICATION HISTORY                                         *
003000*---------------------------------------------------------------*
003100*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-ISERIES.
003600 OBJECT-COMPUTER.   IBM-ISERIES.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT FAS-FILE   ASSIGN TO GLFASMST
004000         ORGANIZATION IS INDEXED
004100         ACCESS       IS DYNAMIC
004200         RECORD KEY   IS GLFAS-KEY
004300         FILE STATUS  IS WS-FAS-STATUS.
004400
004500     SELECT COA-FILE   ASSIGN TO GLCOA
004600         ORGANIZATION IS INDEXED
004700         ACCESS       IS DYNAMIC
004800         RECORD KEY   IS GLCOA-KEY
004900         FILE STATUS  IS WS-COA-STATUS.
005000
005100     SELECT RPT-FILE   ASSIGN TO GLFASRPTP
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS  IS WS-RPT-STATUS.
005400
005500/
005600*****************************************************************
005700* D A T A   D I V I S I O N                                     *
005800*****************************************************************
005900 DATA DIVISION.
006000 FILE SECTION.
006100
006200 FD  FAS-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY GLFASREC.
006500
006600 FD  COA-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY GLCOAREC.
006900
007000 FD  RPT-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
007300     COPY GLFASPRT.
007400
007500/
007600*****************************************************************
007700* W O R K I N G   S T O R A G E   S E C T I O N                 *
007800*****************************************************************
007900 WORKING-STORAGE SECTION.
008000
008100 77  WS-FAS-STATUS              PIC X(02) VALUE SPACES.
008200     88  WS-FAS-OK                       VALUE "00".
008300     88  WS-FAS-EOF                      VALUE "10".
008400
008500 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
008600     88  WS-COA-OK                       VALUE "00".
008700
008800 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
008900
009000 77  WS-COA-FOUND-SW            PIC X(01) VALUE "N".
009100     88  WS-COA-FOUND                    VALUE "Y".
009200
009300 77  WS-CTL-FOUND-SW            PIC X(01) VALUE "N".
009400     88  WS-CTL-FOUND                    VALUE "Y".
009500
009600 77  WS-CTL-FULL-SW             PIC X(01) VALUE "N".
009700     88  WS-CTL-TABLE-FULL               VALUE "Y".
009800
009900 77  WS-NBV                     PIC S9(09)V99 COMP-3 VALUE ZERO.
010000 77  WS-GL-BALANCE              PIC S9(09)V99 COMP-3 VALUE ZERO.
010100 77  WS-VARIANCE                PIC S9(09)V99 COMP-3 VALUE ZERO.
010200 77  WS-SUB-AMT                 PIC S9(09)V99 COMP-3 VALUE ZERO.
010300 77  WS-CO-SUB-NBV              PIC S9(09)V99 COMP-3 VALUE ZERO.
010400 77  WS-CO-GL-NBV               PIC S9(09)V99 COMP-3 VALUE ZERO.
010500 77  WS-TOT-COST                PIC S9(09)V99 COMP-3 VALUE ZERO.
010600 77  WS-TOT-ACCUM               PIC S9(09)V99 COMP-3 VALUE ZERO.
010700 77  WS-TOT-NBV                 PIC S9(09)V99 COMP-3 VALUE ZERO.
010800
010900 77  WS-SRCH-CO-CODE            PIC X(03) VALUE SPACES.
011000 77  WS-SRCH-ACCT-NO            PIC 9(06) VALUE ZERO.
011100 77  WS-SRCH-TYPE               PIC X(01) VALUE SPACES.
011200 77  WS-PREV-CO-CODE            PIC X(03) VALUE SPACES.
011300
011400 77  WS-ASSET-CNT               PIC 9(07) BINARY VALUE ZERO.
011500 77  WS-EXCEPTION-CNT           PIC 9(07) BINARY VALUE ZERO.
011600 77  WS-CTL-ROWS                PIC 9(04) BINARY VALUE ZERO.
011700 77  WS-CTL-SUB                 PIC 9(04) BINARY VALUE ZERO.
011800
011900*
012000* ONE ENTRY PER COMPANY/CONTROL ACCOUNT THE ASSETS POST TO -
012100* TYPE "C" FOR AN ASSET (COST) ACCOUNT, "A" FOR AN ACCUMULATED
012200* DEPRECIATION ACCOUNT.  ENTRIES ARE ADDED IN THE MASTER'S
012300* COMPANY SEQUENCE, SO EACH COMPANY'S ENTRIES ARE CONTIGUOUS.
012400*
012500 01  WS-CTL-TABLE.
012600     05  WS-CTL-ENTRY           OCCURS 500 TIMES.
012700         10  WS-CTL-CO-CODE     PIC X(03).
012800         10  WS-CTL-ACCT-NO     PIC 9(06).
012900         10  WS-CTL-TYPE        PIC X(01).
013000         10  WS-CTL-SUB-TOTAL   PIC S9(09)V99 COMP-3.
013100
013200 01  WS-ASSET-LINE.
013300     05  WS-AST-CO-CODE         PIC X(03).
013400     05  FILLER                 PIC X(01) VALUE SPACES.
013500     05  WS-AST-ASSET-NO        PIC 9(06).
013600     05  FILLER                 PIC X(01) VALUE SPACES.
013700     05  WS-AST-DESC            PIC X(16).
013800     05  FILLER                 PIC X(01) VALUE SPACES.
013900     05  WS-AST-DEPT-CODE       PIC X(04).
014000     05  FILLER                 PIC X(01) VALUE SPACES.
014100     05  WS-AST-COST            PIC -(8)9.99.
014200     05  FILLER                 PIC X(01) VALUE SPACES.
014300     05  WS-AST-ACCUM           PIC -(8)9.99.
014400     05  FILLER                 PIC X(01) VALUE SPACES.
014500     05  WS-AST-NBV             PIC -(8)9.99.
014600     05  FILLER                 PIC X(01) VALUE SPACES.
014700     05  WS-AST-STATUS          PIC X(04).
014800
014900 01  WS-DETAIL-LINE.
015000     05  WS-DTL-CO-CODE         PIC X(03).
015100     05  FILLER                 PIC X(02) VALUE SPACES.
015200     05  WS-DTL-TYPE            PIC X(05).
015300     05  FILLER                 PIC X(02) VALUE SPACES.
015400     05  WS-DTL-ACCT-NO         PIC 9(06).
015500     05  FILLER                 PIC X(02) VALUE SPACES.
015600     05  WS-DTL-SUB-TOTAL       PIC -(9)9.99.
015700     05  FILLER                 PIC X(02) VALUE SPACES.
015800     05  WS-DTL-GL-BALANCE      PIC -(9)9.99.
015900     05  FILLER                 PIC X(02) VALUE SPACES.
016000     05  WS-DTL-STATUS          PIC X(14).
016100
016200 01  WS-TOTAL-LINE.
016300     05  FILLER                 PIC X(33)
016400                                VALUE "TOTAL ASSETS LISTED".
016500     05  WS-TOT-LN-COST         PIC -(8)9.99.
016600     05  FILLER                 PIC X(01) VALUE SPACES.
016700     05  WS-TOT-LN-ACCUM        PIC -(8)9.99.
016800     05  FILLER                 PIC X(01) VALUE SPACES.
016900     05  WS-TOT-LN-NBV          PIC -(8)9.99.
017000
017100/
017200*****************************************************************
017300* P R O C E D U R E   D I V I S I O N                           *
017400*****************************************************************
017500 PROCEDURE DIVISION.
017600
017700*****************************************************************
017800* 0000-MAINLINE                                                 *
017900*****************************************************************
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
018200     PERFORM 2000-LIST-ONE-ASSET      THRU 2000-EXIT
018300         UNTIL WS-FAS-EOF.
018400     PERFORM 3000-PRINT-PROOF         THRU 3000-EXIT.
018500     PERFORM 8000-PRINT-SUMMARY       THRU 8000-EXIT.
018600     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
018700     GO TO 9999-EXIT.
018800
018900*****************************************************************
019000* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REPORT HEADING    *
019100*                   LINES AND POSITION AT THE FIRST ASSET       *
019200*****************************************************************
019300 1000-INITIALIZE.
019400     OPEN INPUT  FAS-FILE.
019500     OPEN INPUT  COA-FILE.
019600     OPEN OUTPUT RPT-FILE.
019700
019800     MOVE SPACES                  TO  GLFASP-RECORD.
019900     MOVE "FIXED-ASSET SUBLEDGER PROOF REPORT"
020000                                   TO  GLFASP-RECORD.
020100     WRITE GLFASP-RECORD.
020200
020300     MOVE SPACES                  TO  GLFASP-RECORD.
020400     WRITE GLFASP-RECORD.
020500
020600     MOVE SPACES                  TO  GLFASP-RECORD.
020700     MOVE "CO  ASSET  DESCRIPTION      DEPT         COST"
020800                                   TO  GLFASP-RECORD.
020900     MOVE "ACCUM DEPR NET BOOK VAL"
021000                                   TO  GLFASP-RECORD (49:23).
021100     WRITE GLFASP-RECORD.
021200
021300     MOVE LOW-VALUES              TO  GLFAS-KEY.
021400     START FAS-FILE
021500         KEY IS NOT LESS THAN GLFAS-KEY
021600         INVALID KEY
021700             MOVE "10"            TO  WS-FAS-STATUS.
021800
021900     IF  WS-FAS-OK
022000         PERFORM 2100-READ-NEXT-FAS THRU 2100-EXIT.
022100 1000-EXIT.
022200     EXIT.
022300
022400*****************************************************************
022500* 2000-LIST-ONE-ASSET - PRINT ONE ASSET'S NET BOOK VALUE AND    *
022600*                       ADD IT TO ITS CONTROL ACCOUNT TOTALS    *
022700*****************************************************************
022800 2000-LIST-ONE-ASSET.
022900     IF  GLFAS-IS-DISPOSED
023000         GO TO 2000-READ.
023100
023200     SUBTRACT GLFAS-ACCUM-DEPR FROM GLFAS-COST GIVING WS-NBV.
023300
023400     MOVE SPACES                  TO  WS-ASSET-LINE.
023500     MOVE GLFAS-CO-CODE           TO  WS-AST-CO-CODE.
023600     MOVE GLFAS-ASSET-NO          TO  WS-AST-ASSET-NO.
023700     MOVE GLFAS-DESC              TO  WS-AST-DESC.
023800     MOVE GLFAS-DEPT-CODE         TO  WS-AST-DEPT-CODE.
023900     MOVE GLFAS-COST              TO  WS-AST-COST.
024000     MOVE GLFAS-ACCUM-DEPR        TO  WS-AST-ACCUM.
024100     MOVE WS-NBV                  TO  WS-AST-NBV.
024200     IF  GLFAS-IS-FULLY-DEPR
024300         MOVE "FULL"              TO  WS-AST-STATUS.
024400     IF  GLFAS-TRANSFER-PENDING
024500         MOVE "XFR"               TO  WS-AST-STATUS.
024600     IF  GLFAS-DISPOSAL-PENDING
024700         MOVE "DISP"              TO  WS-AST-STATUS.
024800     MOVE WS-ASSET-LINE           TO  GLFASP-RECORD.
024900     WRITE GLFASP-RECORD.
025000
025100     ADD GLFAS-COST               TO  WS-TOT-COST.
025200     ADD GLFAS-ACCUM-DEPR         TO  WS-TOT-ACCUM.
025300     ADD WS-NBV                   TO  WS-TOT-NBV.
025400     ADD 1                        TO  WS-ASSET-CNT.
025500
025600     MOVE GLFAS-CO-CODE           TO  WS-SRCH-CO-CODE.
025700     MOVE GLFAS-ASSET-ACCT-NO     TO  WS-SRCH-ACCT-NO.
025800     MOVE "C"                     TO  WS-SRCH-TYPE.
025900     MOVE GLFAS-COST              TO  WS-SUB-AMT.
026000     PERFORM 2200-ADD-TO-CONTROL  THRU 2200-EXIT.
026100
026200     MOVE GLFAS-ACCUM-ACCT-NO     TO  WS-SRCH-ACCT-NO.
026300     MOVE "A"                     TO  WS-SRCH-TYPE.
026400     COMPUTE WS-SUB-AMT = ZERO - GLFAS-ACCUM-DEPR.
026500     PERFORM 2200-ADD-TO-CONTROL  THRU 2200-EXIT.
026600
026700 2000-READ.
026800     PERFORM 2100-READ-NEXT-FAS   THRU 2100-EXIT.
026900 2000-EXIT.
027000     EXIT.
027100
027200*****************************************************************
027300* 2100-READ-NEXT-FAS - READ THE NEXT ASSET ROW IN KEY SEQUENCE  *
027400*****************************************************************
027500 2100-READ-NEXT-FAS.
027600     READ FAS-FILE NEXT RECORD
027700         AT END
027800             MOVE "10"            TO  WS-FAS-STATUS.
027900 2100-EXIT.
028000     EXIT.
028100
028200*****************************************************************
028300* 2200-ADD-TO-CONTROL - ADD WS-SUB-AMT TO THE COMPANY/ACCOUNT/  *
028400*                       TYPE ENTRY, ADDING THE ENTRY IF THIS IS *
028500*                       THE FIRST ASSET TO POST THERE           *
028600*****************************************************************
028700 2200-ADD-TO-CONTROL.
028800     MOVE "N"                     TO  WS-CTL-FOUND-SW.
028900     MOVE 1                       TO  WS-CTL-SUB.
029000     PERFORM 2210-FIND-CTL-ENTRY  THRU 2210-EXIT
029100         UNTIL WS-CTL-FOUND
029200            OR WS-CTL-SUB IS GREATER THAN WS-CTL-ROWS.
029300
029400     IF  WS-CTL-FOUND
029500         ADD WS-SUB-AMT TO WS-CTL-SUB-TOTAL (WS-CTL-SUB)
029600         GO TO 2200-EXIT.
029700
029800     IF  WS-CTL-ROWS IS EQUAL TO 500
029900         MOVE "Y"                 TO  WS-CTL-FULL-SW
030000         GO TO 2200-EXIT.
030100
030200     ADD 1                        TO  WS-CTL-ROWS.
030300     MOVE WS-SRCH-CO-CODE     TO  WS-CTL-CO-CODE (WS-CTL-ROWS).
030400     MOVE WS-SRCH-ACCT-NO     TO  WS-CTL-ACCT-NO (WS-CTL-ROWS).
030500     MOVE WS-SRCH-TYPE        TO  WS-CTL-TYPE (WS-CTL-ROWS).
030600     MOVE WS-SUB-AMT          TO  WS-CTL-SUB-TOTAL (WS-CTL-ROWS).
030700 2200-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* 2210-FIND-CTL-ENTRY - STOP ON THE MATCHING ENTRY, OTHERWISE   *
031200*                       STEP TO THE NEXT                        *
031300*****************************************************************
031400 2210-FIND-CTL-ENTRY.
031500     IF  WS-CTL-CO-CODE (WS-CTL-SUB) IS EQUAL TO WS-SRCH-CO-CODE
031600     AND WS-CTL-ACCT-NO (WS-CTL-SUB) IS EQUAL TO WS-SRCH-ACCT-NO
031700     AND WS-CTL-TYPE (WS-CTL-SUB) IS EQUAL TO WS-SRCH-TYPE
031800         MOVE "Y"                 TO  WS-CTL-FOUND-SW
031900         GO TO 2210-EXIT.
032000     ADD 1                        TO  WS-CTL-SUB.
032100 2210-EXIT.
032200     EXIT.
032300
032400*****************************************************************
032500* 3000-PRINT-PROOF - COMPARE EACH CONTROL ACCOUNT'S SUBLEDGER   *
032600*                    TOTAL WITH ITS GL BALANCE, AND EACH        *
032700*                    COMPANY'S NET BOOK VALUE WITH THE NET OF   *
032800*                    ITS CONTROL ACCOUNTS                       *
032900*****************************************************************
033000 3000-PRINT-PROOF.
033100     MOVE SPACES                  TO  GLFASP-RECORD.
033200     WRITE GLFASP-RECORD.
033300     MOVE WS-TOT-COST             TO  WS-TOT-LN-COST.
033400     MOVE WS-TOT-ACCUM            TO  WS-TOT-LN-ACCUM.
033500     MOVE WS-TOT-NBV              TO  WS-TOT-LN-NBV.
033600     MOVE WS-TOTAL-LINE           TO  GLFASP-RECORD.
033700     WRITE GLFASP-RECORD.
033800
033900     MOVE SPACES                  TO  GLFASP-RECORD.
034000     WRITE GLFASP-RECORD.
034100     MOVE "CO   TYPE   ACCT        SUB TOTAL     GL BALANCE"
034200                                   TO  GLFASP-RECORD.
034300     MOVE "STATUS"                TO  GLFASP-RECORD (51:6).
034400     WRITE GLFASP-RECORD.
034500
034600     IF  WS-CTL-ROWS IS EQUAL TO ZERO
034700         GO TO 3000-EXIT.
034800
034900     MOVE WS-CTL-CO-CODE (1)      TO  WS-PREV-CO-CODE.
035000     MOVE ZERO                    TO  WS-CO-SUB-NBV.
035100     MOVE ZERO                    TO  WS-CO-GL-NBV.
035200     MOVE 1                       TO  WS-CTL-SUB.
035300     PERFORM 3100-PROVE-ONE-ACCT  THRU 3100-EXIT
035400         UNTIL WS-CTL-SUB IS GREATER THAN WS-CTL-ROWS.
035500     PERFORM 3200-PRINT-CO-NBV    THRU 3200-EXIT.
035600 3000-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000* 3100-PROVE-ONE-ACCT - LOOK UP ONE CONTROL ACCOUNT AND PRINT   *
036100*                       WHETHER IT TIES OUT; A CHANGE OF        *
036200*                       COMPANY FIRST PRINTS THE PRIOR          *
036300*                       COMPANY'S NET BOOK VALUE LINE           *
036400*****************************************************************
036500 3100-PROVE-ONE-ACCT.
036600     IF  WS-CTL-CO-CODE (WS-CTL-SUB) IS NOT EQUAL TO
036700         WS-PREV-CO-CODE
036800         PERFORM 3200-PRINT-CO-NBV THRU 3200-EXIT
036900         MOVE WS-CTL-CO-CODE (WS-CTL-SUB) TO WS-PREV-CO-CODE
037000         MOVE ZERO                TO  WS-CO-SUB-NBV
037100         MOVE ZERO                TO  WS-CO-GL-NBV.
037200
037300     MOVE "N"                     TO  WS-COA-FOUND-SW.
037400     MOVE ZERO                    TO  WS-GL-BALANCE.
037500     MOVE WS-CTL-CO-CODE (WS-CTL-SUB) TO  GLCOA-CO-CODE.
037600     MOVE WS-CTL-ACCT-NO (WS-CTL-SUB) TO  GLCOA-ACCT-NO.
037700     READ COA-FILE
037800         INVALID KEY
037900             CONTINUE
038000     END-READ.
038100     IF  WS-COA-OK
038200         MOVE "Y"                 TO  WS-COA-FOUND-SW
038300         MOVE GLCOA-CURR-BAL      TO  WS-GL-BALANCE.
038400
038500     MOVE SPACES                  TO  WS-DETAIL-LINE.
038600     MOVE WS-CTL-CO-CODE (WS-CTL-SUB) TO  WS-DTL-CO-CODE.
038700     IF  WS-CTL-TYPE (WS-CTL-SUB) IS EQUAL TO "C"
038800         MOVE "COST"              TO  WS-DTL-TYPE
038900     ELSE
039000         MOVE "ACCUM"             TO  WS-DTL-TYPE.
039100     MOVE WS-CTL-ACCT-NO (WS-CTL-SUB) TO  WS-DTL-ACCT-NO.
039200     MOVE WS-CTL-SUB-TOTAL (WS-CTL-SUB) TO  WS-DTL-SUB-TOTAL.
039300     MOVE WS-GL-BALANCE           TO  WS-DTL-GL-BALANCE.
039400
039500     IF  NOT WS-COA-FOUND
039600         MOVE "NO GL ACCOUNT"     TO  WS-DTL-STATUS
039700         ADD 1                    TO  WS-EXCEPTION-CNT
039800     ELSE
039900         SUBTRACT WS-GL-BALANCE FROM WS-CTL-SUB-TOTAL (WS-CTL-SUB)
040000                                  GIVING WS-VARIANCE
040100         IF  WS-VARIANCE IS EQUAL TO ZERO
040200             MOVE "IN BALANCE"    TO  WS-DTL-STATUS
040300         ELSE
040400             MOVE "*** OUT OF BAL" TO  WS-DTL-STATUS
040500             ADD 1                TO  WS-EXCEPTION-CNT
040600         END-IF
040700     END-IF.
040800
040900     MOVE WS-DETAIL-LINE          TO  GLFASP-RECORD.
041000     WRITE GLFASP-RECORD.
041100
041200     ADD WS-CTL-SUB-TOTAL (WS-CTL-SUB) TO  WS-CO-SUB-NBV.
041300     ADD WS-GL-BALANCE            TO  WS-CO-GL-NBV.
041400     ADD 1                        TO  WS-CTL-SUB.
041500 3100-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900* 3200-PRINT-CO-NBV - PRINT ONE COMPANY'S SUBLEDGER NET BOOK    *
042000*                     VALUE AGAINST ITS CONTROL ACCOUNTS' NET   *
042100*****************************************************************
042200 3200-PRINT-CO-NBV.
042300     MOVE SPACES                  TO  WS-DETAIL-LINE.
042400     MOVE WS-PREV-CO-CODE         TO  WS-DTL-CO-CODE.
042500     MOVE "NBV"                   TO  WS-DTL-TYPE.
042600     MOVE WS-CO-SUB-NBV           TO  WS-DTL-SUB-TOTAL.
042700     MOVE WS-CO-GL-NBV            TO  WS-DTL-GL-BALANCE.
042800     IF  WS-CO-SUB-NBV IS EQUAL TO WS-CO-GL-NBV
042900         MOVE "IN BALANCE"        TO  WS-DTL-STATUS
043000     ELSE
043100         MOVE "*** OUT OF BAL"    TO  WS-DTL-STATUS.
043200     MOVE WS-DETAIL-LINE          TO  GLFASP-RECORD.
043300     WRITE GLFASP-RECORD.
043400     MOVE SPACES                  TO  GLFASP-RECORD.
043500     WRITE GLFASP-RECORD.
043600 3200-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000* 8000-PRINT-SUMMARY - PRINT WHETHER THE SUBLEDGER TIES OUT     *
044100*****************************************************************
044200 8000-PRINT-SUMMARY.
044300     IF  WS-CTL-TABLE-FULL
044400         MOVE SPACES              TO  GLFASP-RECORD
044500         MOVE "*** OVER 500 CONTROL ACCOUNTS - INCOMPLETE ***"
044600                                   TO  GLFASP-RECORD
044700         WRITE GLFASP-RECORD
044800         ADD 1                    TO  WS-EXCEPTION-CNT.
044900
045000     MOVE SPACES                  TO  GLFASP-RECORD.
045100     IF  WS-EXCEPTION-CNT IS EQUAL TO ZERO
045200         MOVE "FIXED-ASSET SUBLEDGER TIES OUT TO THE GL."
045300                                   TO  GLFASP-RECORD
045400     ELSE
045500         MOVE "*** FIXED-ASSET SUBLEDGER OUT OF BALANCE ***"
045600                                   TO  GLFASP-RECORD.
045700     WRITE GLFASP-RECORD.
045800 8000-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200* 9000-TERMINATE - CLOSE ALL FILES                              *
046300*****************************************************************
046400 9000-TERMINATE.
046500     CLOSE FAS-FILE.
046600     CLOSE COA-FILE.
046700     CLOSE RPT-FILE.
046800 9000-EXIT.
046900     EXIT.
047000
047100 9999-EXIT.
047200     STOP RUN.
