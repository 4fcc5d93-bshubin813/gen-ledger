000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLFCTEAC.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLFCTEAC  -  FORECAST ESTIMATE-AT-COMPLETION REPORT          *
001000*                                                               *
001100*  REPORTS ONE FORECAST VERSION (GLFCTREC, SEEDED BY GLFCTGEN   *
001200*  AND REFORECAST THROUGH GLBUDLOAD) ONE LINE PER COMPANY/      *
001300*  DEPARTMENT/ACCOUNT, IN THE VERSION FILE'S OWN KEY SEQUENCE:  *
001400*                                                               *
001500*    ACTUAL-TO-DATE  - THE VERSION'S CELLS UP TO AND INCLUDING  *
001600*                      ITS ACTUALS-THROUGH PERIOD (GLFCVREC);   *
001700*    REMAINING       - THE VERSION'S CELLS AFTER THAT PERIOD;   *
001800*    EAC             - ACTUAL-TO-DATE PLUS REMAINING;           *
001900*    BUDGET          - THE APPROVED BUDGET (GLBUDREC) FOR THE   *
002000*                      VERSION'S WHOLE FISCAL YEAR;             *
002100*    VARIANCE        - EAC LESS BUDGET.                         *
002200*                                                               *
002300*  A SUBTOTAL PRINTS AT EVERY DEPARTMENT AND COMPANY CHANGE.    *
002400*  THE VERSION ARRIVES THROUGH LINKAGE AFTER THE COMPANY AND    *
002500*  ACCOUNT SELECTIONS (GLRQSREC), WHICH ARE HONORED THE SAME    *
002600*  WAY GLBUDVAR HONORS THEM; THE VERSION FIXES ITS OWN FISCAL   *
002700*  YEAR, SO THE PERIOD RANGE DOES NOT APPLY.                    *
002800*                                                               *
002900*---------------------------------------------------------------*
003000*  MODIFICATION HISTORY                                         *
003100*---------------------------------------------------------------*
003200*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-ISERIES.
003700 OBJECT-COMPUTER.   IBM-ISERIES.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FCT-FILE   ASSIGN TO GLFCST
004100         ORGANIZATION IS INDEXED
004200         ACCESS       IS DYNAMIC
004300         RECORD KEY   IS GLFCT-KEY
004400         FILE STATUS  IS WS-FCT-STATUS.
004500
004600     SELECT FCV-FILE   ASSIGN TO GLFCVER
004700         ORGANIZATION IS INDEXED
004800         ACCESS       IS DYNAMIC
004900         RECORD KEY   IS GLFCV-KEY
005000         FILE STATUS  IS WS-FCV-STATUS.
005100
005200     SELECT BUD-FILE   ASSIGN TO GLBUDGT
005300         ORGANIZATION IS INDEXED
005400         ACCESS       IS DYNAMIC
005500         RECORD KEY   IS GLBUD-KEY
005600         FILE STATUS  IS WS-BUD-STATUS.
005700
005800     SELECT RPT-FILE   ASSIGN TO GLFCTRPTP
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS  IS WS-RPT-STATUS.
006100
006200/
006300*****************************************************************
006400* D A T A   D I V I S I O N                                     *
006500*****************************************************************
006600 DATA DIVISION.
006700 FILE SECTION.
006800
006900 FD  FCT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY GLFCTREC.
007200
007300 FD  FCV-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY GLFCVREC.
007600
007700 FD  BUD-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY GLBUDREC.
008000
008100 FD  RPT-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORDING MODE IS F.
008400     COPY GLFCTPRT.
008500
008600/
008700*****************************************************************
008800* W O R K I N G   S T O R A G E   S E C T I O N                 *
008900*****************************************************************
009000 WORKING-STORAGE SECTION.
009100
009200 77  WS-FCT-STATUS              PIC X(02) VALUE SPACES.
009300     88  WS-FCT-OK                       VALUE "00".
009400     88  WS-FCT-EOF                      VALUE "10".
009500
009600 77  WS-FCV-STATUS              PIC X(02) VALUE SPACES.
009700     88  WS-FCV-OK                       VALUE "00".
009800
009900 77  WS-BUD-STATUS              PIC X(02) VALUE SPACES.
010000     88  WS-BUD-OK                       VALUE "00".
010100     88  WS-BUD-EOF                      VALUE "10".
010200
010300 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
010400
010500 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
010600 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
010700 77  WS-SEL-ACCT-FROM           PIC 9(06) VALUE ZERO.
010800 77  WS-SEL-ACCT-TO             PIC 9(06) VALUE ZERO.
010900
011000 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
011100     88  WS-FIRST-RECORD                 VALUE "Y".
011200
011300 77  WS-ANY-RECS-SW             PIC X(01) VALUE "N".
011400     88  WS-ANY-RECS                     VALUE "Y".
011500
011600 77  WS-PREV-CO                 PIC X(03) VALUE SPACES.
011700 77  WS-PREV-DEPT               PIC X(04) VALUE SPACES.
011800 77  WS-PREV-ACCT               PIC 9(06) VALUE ZERO.
011900
012000 77  WS-ACT-THRU                PIC 9(06) VALUE ZERO.
012100 77  WS-FISCAL-YEAR             PIC 9(04) VALUE ZERO.
012200
012300 01  WS-WORK-PERIOD.
012400     05  WS-WRK-YEAR            PIC 9(04).
012500     05  WS-WRK-MONTH           PIC 9(02).
012600
012700 77  WS-ACCT-ATD                PIC S9(11)V99 COMP-3 VALUE ZERO.
012800 77  WS-ACCT-REM                PIC S9(11)V99 COMP-3 VALUE ZERO.
012900 77  WS-ACCT-BUD                PIC S9(11)V99 COMP-3 VALUE ZERO.
013000 77  WS-DEPT-ATD                PIC S9(11)V99 COMP-3 VALUE ZERO.
013100 77  WS-DEPT-REM                PIC S9(11)V99 COMP-3 VALUE ZERO.
013200 77  WS-DEPT-BUD                PIC S9(11)V99 COMP-3 VALUE ZERO.
013300 77  WS-CO-ATD                  PIC S9(11)V99 COMP-3 VALUE ZERO.
013400 77  WS-CO-REM                  PIC S9(11)V99 COMP-3 VALUE ZERO.
013500 77  WS-CO-BUD                  PIC S9(11)V99 COMP-3 VALUE ZERO.
013600 77  WS-EAC                     PIC S9(11)V99 COMP-3 VALUE ZERO.
013700 77  WS-VARIANCE                PIC S9(11)V99 COMP-3 VALUE ZERO.
013800
013900 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
014000
014100 01  WS-DETAIL-LINE.
014200     05  WS-DTL-DEPT            PIC X(04).
014300     05  FILLER                 PIC X(01) VALUE SPACES.
014400     05  WS-DTL-ACCT-NO         PIC 9(06).
014500     05  WS-DTL-ATD             PIC -(9)9.99.
014600     05  WS-DTL-REM             PIC -(9)9.99.
014700     05  WS-DTL-EAC             PIC -(9)9.99.
014800     05  WS-DTL-BUDGET          PIC -(9)9.99.
014900     05  WS-DTL-VARIANCE        PIC -(9)9.99.
015000
015100 01  WS-SUBTOTAL-LINE.
015200     05  WS-STL-LABEL           PIC X(06).
015300     05  WS-STL-CODE            PIC X(05).
015400     05  WS-STL-ATD             PIC -(9)9.99.
015500     05  WS-STL-REM             PIC -(9)9.99.
015600     05  WS-STL-EAC             PIC -(9)9.99.
015700     05  WS-STL-BUDGET          PIC -(9)9.99.
015800     05  WS-STL-VARIANCE        PIC -(9)9.99.
015900
016000 01  WS-COMPANY-LINE.
016100     05  FILLER                 PIC X(08) VALUE "COMPANY ".
016200     05  WS-CPL-CO-CODE         PIC X(03).
016300     05  FILLER                 PIC X(02) VALUE SPACES.
016400     05  WS-CPL-DESC            PIC X(30).
016500     05  FILLER                 PIC X(18)
016600                                VALUE "  ACTUALS THROUGH ".
016700     05  WS-CPL-ACT-THRU        PIC 9(06).
016800
016900 01  WS-SELECT-LINE.
017000     05  FILLER                 PIC X(08) VALUE "VERSION=".
017100     05  WS-SEL-PRT-VERSION     PIC X(04).
017200     05  FILLER                 PIC X(04) VALUE " CO=".
017300     05  WS-SEL-PRT-CO-FROM     PIC X(03).
017400     05  FILLER                 PIC X(01) VALUE "-".
017500     05  WS-SEL-PRT-CO-TO       PIC X(03).
017600     05  FILLER                 PIC X(06) VALUE " ACCT=".
017700     05  WS-SEL-PRT-ACCT-FROM   PIC 9(06).
017800     05  FILLER                 PIC X(01) VALUE "-".
017900     05  WS-SEL-PRT-ACCT-TO     PIC 9(06).
018000
018100/
018200****************************************************************
018300* L I N K A G E   S E C T I O N                                *
018400*                                                               *
018500* WS-FCT-VERSION NAMES THE FORECAST VERSION TO REPORT.          *
018600****************************************************************
018700 LINKAGE SECTION.
018800     COPY GLRQSREC.
018900 01  WS-FCT-VERSION             PIC X(04).
019000/
019100*****************************************************************
019200* P R O C E D U R E   D I V I S I O N                           *
019300*****************************************************************
019400 PROCEDURE DIVISION      USING GLRQS-RECORD
019500                               WS-FCT-VERSION.
019600
019700*****************************************************************
019800* 0000-MAINLINE                                                 *
019900*****************************************************************
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
020200     PERFORM 2000-BREAK-LOOP          THRU 2000-EXIT
020300         UNTIL WS-FCT-EOF.
020400
020500     IF  WS-ANY-RECS
020600         PERFORM 2300-PRINT-ACCT-LINE THRU 2300-EXIT
020700         PERFORM 2400-PRINT-DEPT-TOTAL THRU 2400-EXIT
020800         PERFORM 2500-PRINT-CO-TOTAL  THRU 2500-EXIT
020900     ELSE
021000         MOVE SPACES              TO  GLFCTP-RECORD
021100         MOVE "*** NO CELLS ON FILE FOR THE VERSION SELECTED ***"
021200                                  TO  GLFCTP-RECORD
021300         WRITE GLFCTP-RECORD.
021400
021500     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
021600     GO TO 9999-EXIT.
021700
021800*****************************************************************
021900* 1000-INITIALIZE - NORMALIZE THE SELECTIONS, OPEN THE FILES,   *
022000*                   PRINT THE HEADINGS AND POSITION AT THE      *
022100*                   VERSION'S FIRST SELECTED CELL               *
022200*****************************************************************
022300 1000-INITIALIZE.
022400     PERFORM 1050-SET-SELECTIONS THRU 1050-EXIT.
022500     OPEN INPUT  FCT-FILE.
022600     OPEN INPUT  FCV-FILE.
022700     OPEN INPUT  BUD-FILE.
022800     OPEN OUTPUT RPT-FILE.
022900
023000     MOVE SPACES                  TO  GLFCTP-RECORD.
023100     MOVE "FORECAST ESTIMATE-AT-COMPLETION REPORT"
023200                                   TO  GLFCTP-RECORD.
023300     WRITE GLFCTP-RECORD.
023400
023500     MOVE WS-FCT-VERSION          TO  WS-SEL-PRT-VERSION.
023600     MOVE GLRQS-CO-FROM           TO  WS-SEL-PRT-CO-FROM.
023700     MOVE GLRQS-CO-TO             TO  WS-SEL-PRT-CO-TO.
023800     IF  GLRQS-CO-FROM IS EQUAL TO SPACES
023900         MOVE "ALL"               TO  WS-SEL-PRT-CO-FROM
024000         MOVE "ALL"               TO  WS-SEL-PRT-CO-TO.
024100     MOVE WS-SEL-ACCT-FROM        TO  WS-SEL-PRT-ACCT-FROM.
024200     MOVE WS-SEL-ACCT-TO          TO  WS-SEL-PRT-ACCT-TO.
024300     MOVE WS-SELECT-LINE          TO  GLFCTP-RECORD.
024400     WRITE GLFCTP-RECORD.
024500
024600     MOVE SPACES                  TO  GLFCTP-RECORD.
024700     WRITE GLFCTP-RECORD.
024800
024900     MOVE SPACES                  TO  GLFCTP-RECORD.
025000     MOVE "DEPT ACCT      ACTUAL-TD    REMAINING          EAC"
025100                                   TO  GLFCTP-RECORD.
025200     MOVE "      BUDGET     VARIANCE"
025210                                   TO  GLFCTP-RECORD (52:25).
025300     WRITE GLFCTP-RECORD.
025400
025500     MOVE WS-FCT-VERSION          TO  GLFCT-VERSION.
025600     MOVE WS-SEL-CO-FROM          TO  GLFCT-CO-CODE.
025700     MOVE SPACES                  TO  GLFCT-DEPT-CODE.
025800     MOVE ZERO                    TO  GLFCT-ACCT-NO.
025900     MOVE ZERO                    TO  GLFCT-PERIOD.
026000     START FCT-FILE
026100         KEY IS NOT LESS THAN GLFCT-KEY
026200         INVALID KEY
026300             MOVE "10"            TO  WS-FCT-STATUS.
026400
026500     IF  WS-FCT-OK
026600         PERFORM 2100-READ-NEXT-CELL THRU 2100-EXIT.
026700 1000-EXIT.
026800     EXIT.
026900
027000*****************************************************************
027100* 1050-SET-SELECTIONS - NORMALIZE THE CALLER'S SELECTIONS:      *
027200*                       BLANK/ZERO MEANS NO LIMIT ON THAT       *
027300*                       SIDE OF THE RANGE                       *
027400*****************************************************************
027500 1050-SET-SELECTIONS.
027600     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
027700     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
027800     MOVE GLRQS-ACCT-FROM         TO  WS-SEL-ACCT-FROM.
027900     MOVE GLRQS-ACCT-TO           TO  WS-SEL-ACCT-TO.
028000
028100     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
028200         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
028300     ELSE
028400         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
028500             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
028600
028700     IF  WS-SEL-ACCT-TO IS EQUAL TO ZERO
028800         MOVE 999999              TO  WS-SEL-ACCT-TO.
028900 1050-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300* 2000-BREAK-LOOP - PRINT THE ACCOUNT LINE AND SUBTOTAL AT      *
029400*                   EVERY ACCOUNT, DEPARTMENT AND COMPANY       *
029500*                   CHANGE, THEN ACCUMULATE THE CELL            *
029600*****************************************************************
029700 2000-BREAK-LOOP.
029800     IF  WS-FIRST-RECORD
029900         PERFORM 2200-START-COMPANY THRU 2200-EXIT
030000         MOVE GLFCT-CO-CODE       TO  WS-PREV-CO
030100         MOVE GLFCT-DEPT-CODE     TO  WS-PREV-DEPT
030200         MOVE GLFCT-ACCT-NO       TO  WS-PREV-ACCT
030300         MOVE "N"                 TO  WS-FIRST-REC-SW.
030400
030500     IF  GLFCT-CO-CODE IS NOT EQUAL TO WS-PREV-CO
030600     OR  GLFCT-DEPT-CODE IS NOT EQUAL TO WS-PREV-DEPT
030700     OR  GLFCT-ACCT-NO IS NOT EQUAL TO WS-PREV-ACCT
030800         PERFORM 2300-PRINT-ACCT-LINE THRU 2300-EXIT
030900         IF  GLFCT-CO-CODE IS NOT EQUAL TO WS-PREV-CO
031000         OR  GLFCT-DEPT-CODE IS NOT EQUAL TO WS-PREV-DEPT
031100             PERFORM 2400-PRINT-DEPT-TOTAL THRU 2400-EXIT
031200             IF  GLFCT-CO-CODE IS NOT EQUAL TO WS-PREV-CO
031300                 PERFORM 2500-PRINT-CO-TOTAL THRU 2500-EXIT
031400                 PERFORM 2200-START-COMPANY THRU 2200-EXIT
031500             END-IF
031600         END-IF
031700         MOVE GLFCT-CO-CODE       TO  WS-PREV-CO
031800         MOVE GLFCT-DEPT-CODE     TO  WS-PREV-DEPT
031900         MOVE GLFCT-ACCT-NO       TO  WS-PREV-ACCT
032000     END-IF.
032100
032200     IF  GLFCT-PERIOD IS GREATER THAN WS-ACT-THRU
032300         ADD GLFCT-AMOUNT         TO  WS-ACCT-REM
032400     ELSE
032500         ADD GLFCT-AMOUNT         TO  WS-ACCT-ATD.
032600
032700     PERFORM 2100-READ-NEXT-CELL  THRU 2100-EXIT.
032800 2000-EXIT.
032900     EXIT.
033000
033100*****************************************************************
033200* 2100-READ-NEXT-CELL - READ THE VERSION'S NEXT SELECTED CELL   *
033300*****************************************************************
033400 2100-READ-NEXT-CELL.
033500     READ FCT-FILE NEXT RECORD
033600         AT END
033700             MOVE "10"            TO  WS-FCT-STATUS
033800             GO TO 2100-EXIT.
033900
034000     IF  GLFCT-VERSION IS NOT EQUAL TO WS-FCT-VERSION
034100     OR  GLFCT-CO-CODE IS GREATER THAN WS-SEL-CO-TO
034200         MOVE "10"                TO  WS-FCT-STATUS
034300         GO TO 2100-EXIT.
034400
034500     IF  GLFCT-ACCT-NO IS LESS THAN WS-SEL-ACCT-FROM
034600     OR  GLFCT-ACCT-NO IS GREATER THAN WS-SEL-ACCT-TO
034700         GO TO 2100-READ-NEXT-CELL.
034800
034900     MOVE "Y"                     TO  WS-ANY-RECS-SW.
035000 2100-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400* 2200-START-COMPANY - READ THE VERSION HEADER FOR THE NEW      *
035500*                      COMPANY FOR ITS ACTUALS-THROUGH PERIOD   *
035600*                      AND FISCAL YEAR, AND HEAD ITS SECTION    *
035700*****************************************************************
035800 2200-START-COMPANY.
035900     MOVE WS-FCT-VERSION          TO  GLFCV-VERSION.
036000     MOVE GLFCT-CO-CODE           TO  GLFCV-CO-CODE.
036100     READ FCV-FILE
036200         INVALID KEY
036300             DISPLAY "GLFCTEAC - NO VERSION HEADER FOR COMPANY "
036400                     GLFCT-CO-CODE
036500             MOVE SPACES          TO  GLFCV-DESC
036600             MOVE ZERO            TO  GLFCV-ACT-THRU
036700             MOVE GLFCT-PERIOD    TO  WS-WORK-PERIOD
036800             MOVE WS-WRK-YEAR     TO  GLFCV-FISCAL-YEAR.
036900
037000     MOVE GLFCV-ACT-THRU          TO  WS-ACT-THRU.
037100     MOVE GLFCV-FISCAL-YEAR       TO  WS-FISCAL-YEAR.
037200
037300     MOVE SPACES                  TO  GLFCTP-RECORD.
037400     WRITE GLFCTP-RECORD.
037500     MOVE GLFCT-CO-CODE           TO  WS-CPL-CO-CODE.
037600     MOVE GLFCV-DESC              TO  WS-CPL-DESC.
037700     MOVE WS-ACT-THRU             TO  WS-CPL-ACT-THRU.
037800     MOVE WS-COMPANY-LINE         TO  GLFCTP-RECORD.
037900     WRITE GLFCTP-RECORD.
038000 2200-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400* 2300-PRINT-ACCT-LINE - LOOK UP THE ACCOUNT'S APPROVED BUDGET  *
038500*                        FOR THE YEAR AND PRINT ITS ACTUAL-TO-  *
038600*                        DATE, REMAINING, EAC AND VARIANCE;     *
038700*                        ROLL IT INTO THE DEPARTMENT            *
038800*****************************************************************
038900 2300-PRINT-ACCT-LINE.
039000     PERFORM 2350-SUM-BUDGET      THRU 2350-EXIT.
039100
039200     ADD WS-ACCT-ATD WS-ACCT-REM GIVING WS-EAC.
039300     SUBTRACT WS-ACCT-BUD FROM WS-EAC GIVING WS-VARIANCE.
039400
039500     MOVE SPACES                  TO  WS-DETAIL-LINE.
039600     MOVE WS-PREV-DEPT            TO  WS-DTL-DEPT.
039700     MOVE WS-PREV-ACCT            TO  WS-DTL-ACCT-NO.
039800     MOVE WS-ACCT-ATD             TO  WS-DTL-ATD.
039900     MOVE WS-ACCT-REM             TO  WS-DTL-REM.
040000     MOVE WS-EAC                  TO  WS-DTL-EAC.
040100     MOVE WS-ACCT-BUD             TO  WS-DTL-BUDGET.
040200     MOVE WS-VARIANCE             TO  WS-DTL-VARIANCE.
040300     MOVE WS-DETAIL-LINE          TO  GLFCTP-RECORD.
040400     WRITE GLFCTP-RECORD.
040500     ADD 1                        TO  WS-LINE-CNT.
040600
040700     ADD WS-ACCT-ATD              TO  WS-DEPT-ATD.
040800     ADD WS-ACCT-REM              TO  WS-DEPT-REM.
040900     ADD WS-ACCT-BUD              TO  WS-DEPT-BUD.
041000     MOVE ZERO                    TO  WS-ACCT-ATD.
041100     MOVE ZERO                    TO  WS-ACCT-REM.
041200     MOVE ZERO                    TO  WS-ACCT-BUD.
041300 2300-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700* 2350-SUM-BUDGET - BROWSE THE APPROVED BUDGET FOR THE ACCOUNT/ *
041800*                   DEPARTMENT ACROSS THE VERSION'S FISCAL YEAR *
041900*****************************************************************
042000 2350-SUM-BUDGET.
042100     MOVE ZERO                    TO  WS-ACCT-BUD.
042200     MOVE SPACES                  TO  WS-BUD-STATUS.
042300     MOVE WS-PREV-CO              TO  GLBUD-CO-CODE.
042400     MOVE WS-PREV-ACCT            TO  GLBUD-ACCT-NO.
042500     MOVE WS-PREV-DEPT            TO  GLBUD-DEPT-CODE.
042600     MOVE WS-FISCAL-YEAR          TO  WS-WRK-YEAR.
042700     MOVE ZERO                    TO  WS-WRK-MONTH.
042800     MOVE WS-WORK-PERIOD          TO  GLBUD-PERIOD.
042900     START BUD-FILE
043000         KEY IS NOT LESS THAN GLBUD-KEY
043100         INVALID KEY
043200             MOVE "10"            TO  WS-BUD-STATUS.
043300
043400     PERFORM 2360-ADD-ONE-BUDGET  THRU 2360-EXIT
043500         UNTIL WS-BUD-EOF.
043600 2350-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000* 2360-ADD-ONE-BUDGET                                           *
044100*****************************************************************
044200 2360-ADD-ONE-BUDGET.
044300     READ BUD-FILE NEXT RECORD
044400         AT END
044500             MOVE "10"            TO  WS-BUD-STATUS
044600             GO TO 2360-EXIT.
044700
044800     MOVE GLBUD-PERIOD            TO  WS-WORK-PERIOD.
044900     IF  GLBUD-CO-CODE IS NOT EQUAL TO WS-PREV-CO
045000     OR  GLBUD-ACCT-NO IS NOT EQUAL TO WS-PREV-ACCT
045100     OR  GLBUD-DEPT-CODE IS NOT EQUAL TO WS-PREV-DEPT
045200     OR  WS-WRK-YEAR IS NOT EQUAL TO WS-FISCAL-YEAR
045300         MOVE "10"                TO  WS-BUD-STATUS
045400         GO TO 2360-EXIT.
045500
045600     ADD GLBUD-AMOUNT             TO  WS-ACCT-BUD.
045700 2360-EXIT.
045800     EXIT.
045900
046000*****************************************************************
046100* 2400-PRINT-DEPT-TOTAL - ONE DEPARTMENT'S SUBTOTAL, ROLLED     *
046200*                         INTO ITS COMPANY                      *
046300*****************************************************************
046400 2400-PRINT-DEPT-TOTAL.
046500     ADD WS-DEPT-ATD WS-DEPT-REM GIVING WS-EAC.
046600     SUBTRACT WS-DEPT-BUD FROM WS-EAC GIVING WS-VARIANCE.
046700
046800     MOVE SPACES                  TO  WS-SUBTOTAL-LINE.
046900     MOVE "DEPT"                  TO  WS-STL-LABEL.
047000     MOVE WS-PREV-DEPT            TO  WS-STL-CODE.
047100     MOVE WS-DEPT-ATD             TO  WS-STL-ATD.
047200     MOVE WS-DEPT-REM             TO  WS-STL-REM.
047300     MOVE WS-EAC                  TO  WS-STL-EAC.
047400     MOVE WS-DEPT-BUD             TO  WS-STL-BUDGET.
047500     MOVE WS-VARIANCE             TO  WS-STL-VARIANCE.
047600     MOVE WS-SUBTOTAL-LINE        TO  GLFCTP-RECORD.
047700     WRITE GLFCTP-RECORD.
047800     MOVE SPACES                  TO  GLFCTP-RECORD.
047900     WRITE GLFCTP-RECORD.
048000
048100     ADD WS-DEPT-ATD              TO  WS-CO-ATD.
048200     ADD WS-DEPT-REM              TO  WS-CO-REM.
048300     ADD WS-DEPT-BUD              TO  WS-CO-BUD.
048400     MOVE ZERO                    TO  WS-DEPT-ATD.
048500     MOVE ZERO                    TO  WS-DEPT-REM.
048600     MOVE ZERO                    TO  WS-DEPT-BUD.
048700 2400-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100* 2500-PRINT-CO-TOTAL - ONE COMPANY'S TOTAL FOR THE VERSION     *
049200*****************************************************************
049300 2500-PRINT-CO-TOTAL.
049400     ADD WS-CO-ATD WS-CO-REM GIVING WS-EAC.
049500     SUBTRACT WS-CO-BUD FROM WS-EAC GIVING WS-VARIANCE.
049600
049700     MOVE SPACES                  TO  WS-SUBTOTAL-LINE.
049800     MOVE "CO"                    TO  WS-STL-LABEL.
049900     MOVE WS-PREV-CO              TO  WS-STL-CODE.
050000     MOVE WS-CO-ATD               TO  WS-STL-ATD.
050100     MOVE WS-CO-REM               TO  WS-STL-REM.
050200     MOVE WS-EAC                  TO  WS-STL-EAC.
050300     MOVE WS-CO-BUD               TO  WS-STL-BUDGET.
050400     MOVE WS-VARIANCE             TO  WS-STL-VARIANCE.
050500     MOVE WS-SUBTOTAL-LINE        TO  GLFCTP-RECORD.
050600     WRITE GLFCTP-RECORD.
050700
050800     MOVE ZERO                    TO  WS-CO-ATD.
050900     MOVE ZERO                    TO  WS-CO-REM.
051000     MOVE ZERO                    TO  WS-CO-BUD.
051100 2500-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500* 9000-TERMINATE - CLOSE ALL FILES                              *
051600*****************************************************************
051700 9000-TERMINATE.
051800     CLOSE FCT-FILE.
051900     CLOSE FCV-FILE.
052000     CLOSE BUD-FILE.
052100     CLOSE RPT-FILE.
052200
052300     DISPLAY "GLFCTEAC - ACCOUNT LINES PRINTED: " WS-LINE-CNT.
052400 9000-EXIT.
052500     EXIT.
052600
052700 9999-EXIT.
052800     STOP RUN.
