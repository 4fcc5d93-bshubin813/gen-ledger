000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLRCNRPT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLRCNRPT  -  BALANCE-SHEET RECONCILIATION STATUS REPORT      *
001000*                                                               *
001100*  BROWSES THE CHART OF ACCOUNTS (GLCOAREC) FOR THE SELECTED    *
001200*  COMPANIES AND ACCOUNTS AND, FOR EVERY BALANCE-SHEET ACCOUNT  *
001300*  (ASSET, LIABILITY, EQUITY) AND EVERY PERIOD IN THE SELECTED  *
001400*  RANGE, LOOKS UP ITS RECONCILIATION (GLRCNREC) AND ITS GL     *
001500*  ENDING BALANCE FOR THE PERIOD (GLBALREC, THE SAME LOOKUP     *
001600*  GLRCNMNT USES).  EVERY ACCOUNT/PERIOD NOT FULLY CERTIFIED    *
001700*  IS LISTED WITH ITS GL BALANCE, SCHEDULE TOTAL, UNEXPLAINED   *
001800*  DIFFERENCE AND WHY:                                          *
001900*                                                               *
002000*    UNRECONCILED         NO RECONCILIATION PREPARED            *
002100*    REOPENED BY POSTING  A LATER POSTING CHANGED THE BALANCE   *
002200*    UNREVIEWED           PREPARED, NOT YET SIGNED OFF          *
002300*    OUT OF TOLERANCE     THE DIFFERENCE EXCEEDS THE ROW'S      *
002400*                         TOLERANCE (ALSO FLAGGED WHEN          *
002500*                         UNREVIEWED)                           *
002600*                                                               *
002700*  A ZERO-BALANCE ACCOUNT WITH NO RECONCILIATION IS NOT LISTED. *
002800*  COUNTS BY STATUS FOLLOW THE DETAIL.                          *
002900*                                                               *
003000*  SELECTIONS ARRIVE THROUGH LINKAGE (GLRQSREC) AS FOR THE      *
003100*  OTHER GL REPORTS.  PERIODS ARE YYYYMM MONTHS 01-12; A ZERO   *
003200*  FROM-PERIOD MEANS THE CURRENT MONTH AND A ZERO TO-PERIOD     *
003300*  MEANS THE FROM-PERIOD ALONE.  THE BOOK CODE DOES NOT APPLY - *
003400*  RECONCILIATIONS ARE AGAINST THE BASE LEDGER.                 *
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
004700     SELECT COA-FILE   ASSIGN TO GLCOA
004800         ORGANIZATION IS INDEXED
004900         ACCESS       IS DYNAMIC
005000         RECORD KEY   IS GLCOA-KEY
005100         FILE STATUS  IS WS-COA-STATUS.
005200
005300     SELECT RCN-FILE   ASSIGN TO GLRECON
005400         ORGANIZATION IS INDEXED
005500         ACCESS       IS DYNAMIC
005600         RECORD KEY   IS GLRCN-KEY
005700         FILE STATUS  IS WS-RCN-STATUS.
005800
005900     SELECT BAL-FILE   ASSIGN TO GLPERBAL
006000         ORGANIZATION IS INDEXED
006100         ACCESS       IS DYNAMIC
006200         RECORD KEY   IS GLBAL-KEY
006300         FILE STATUS  IS WS-BAL-STATUS.
006400
006500     SELECT RPT-FILE   ASSIGN TO GLRCRPTP
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS  IS WS-RPT-STATUS.
006800
006900/
007000*****************************************************************
007100* D A T A   D I V I S I O N                                     *
007200*****************************************************************
007300 DATA DIVISION.
007400 FILE SECTION.
007500
007600 FD  COA-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY GLCOAREC.
007900
008000 FD  RCN-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY GLRCNREC.
008300
008400 FD  BAL-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY GLBALREC.
008700
008800 FD  RPT-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009100     COPY GLRCPRT.
009200
009300/
009400*****************************************************************
009500* W O R K I N G   S T O R A G E   S E C T I O N                 *
009600*****************************************************************
009700 WORKING-STORAGE SECTION.
009800
009900 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
010000     88  WS-COA-OK                       VALUE "00".
010100     88  WS-COA-EOF                      VALUE "10".
010200
010300 77  WS-RCN-STATUS              PIC X(02) VALUE SPACES.
010400     88  WS-RCN-OK                       VALUE "00".
010500
010600 77  WS-BAL-STATUS              PIC X(02) VALUE SPACES.
010700     88  WS-BAL-OK                       VALUE "00".
010800
010900 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
011000
011100 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
011200 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
011300 77  WS-SEL-ACCT-FROM           PIC 9(06) VALUE ZERO.
011400 77  WS-SEL-ACCT-TO             PIC 9(06) VALUE ZERO.
011500 77  WS-SEL-PER-FROM            PIC 9(06) VALUE ZERO.
011600 77  WS-SEL-PER-TO              PIC 9(06) VALUE ZERO.
011700
011800 77  WS-RCN-FOUND-SW            PIC X(01) VALUE "N".
011900     88  WS-RCN-FOUND                    VALUE "Y".
012000
012100 77  WS-OUT-OF-TOL-SW           PIC X(01) VALUE "N".
012200     88  WS-OUT-OF-TOL                   VALUE "Y".
012300
012400 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
012500 77  WS-GL-END-BAL              PIC S9(09)V99 COMP-3 VALUE ZERO.
012600 77  WS-UNEXPL-DIFF             PIC S9(09)V99 COMP-3 VALUE ZERO.
012700 77  WS-ABS-DIFF                PIC S9(09)V99 COMP-3 VALUE ZERO.
012800
012900 77  WS-CHECKED-CNT             PIC 9(07) BINARY VALUE ZERO.
013000 77  WS-CERTIFIED-CNT           PIC 9(07) BINARY VALUE ZERO.
013100 77  WS-UNRECONCILED-CNT        PIC 9(07) BINARY VALUE ZERO.
013200 77  WS-REOPENED-CNT            PIC 9(07) BINARY VALUE ZERO.
013300 77  WS-UNREVIEWED-CNT          PIC 9(07) BINARY VALUE ZERO.
013400 77  WS-OUT-OF-TOL-CNT          PIC 9(07) BINARY VALUE ZERO.
013500 77  WS-EXCEPTION-CNT           PIC 9(07) BINARY VALUE ZERO.
013600
013700 01  WS-CUR-PERIOD.
013800     05  WS-CUR-PERIOD-NO       PIC 9(06).
013900     05  WS-CUR-PERIOD-PARTS    REDEFINES WS-CUR-PERIOD-NO.
014000         10  WS-CUR-PERIOD-YYYY PIC 9(04).
014100         10  WS-CUR-PERIOD-MM   PIC 9(02).
014200
014300 01  WS-DETAIL-LINE.
014400     05  WS-DTL-CO-CODE         PIC X(03).
014500     05  FILLER                 PIC X(01) VALUE SPACES.
014600     05  WS-DTL-ACCT-NO         PIC 9(06).
014700     05  FILLER                 PIC X(01) VALUE SPACES.
014800     05  WS-DTL-PERIOD          PIC 9(06).
014900     05  FILLER                 PIC X(01) VALUE SPACES.
015000     05  WS-DTL-GL-END-BAL      PIC -(8)9.99.
015100     05  FILLER                 PIC X(01) VALUE SPACES.
015200     05  WS-DTL-SCHED-TOTAL     PIC -(8)9.99.
015300     05  FILLER                 PIC X(01) VALUE SPACES.
015400     05  WS-DTL-UNEXPL-DIFF     PIC -(8)9.99.
015500     05  FILLER                 PIC X(01) VALUE SPACES.
015600     05  WS-DTL-STATUS          PIC X(21).
015700
015800 01  WS-SELECT-LINE.
015900     05  FILLER                 PIC X(12) VALUE "SELECTED CO=".
016000     05  WS-SEL-PRT-CO-FROM     PIC X(03).
016100     05  FILLER                 PIC X(01) VALUE "-".
016200     05  WS-SEL-PRT-CO-TO       PIC X(03).
016300     05  FILLER                 PIC X(06) VALUE " ACCT=".
016400     05  WS-SEL-PRT-ACCT-FROM   PIC 9(06).
016500     05  FILLER                 PIC X(01) VALUE "-".
016600     05  WS-SEL-PRT-ACCT-TO     PIC 9(06).
016700     05  FILLER                 PIC X(05) VALUE " PER=".
016800     05  WS-SEL-PRT-PER-FROM    PIC 9(06).
016900     05  FILLER                 PIC X(01) VALUE "-".
017000     05  WS-SEL-PRT-PER-TO      PIC 9(06).
017100
017200 01  WS-COUNT-LINE.
017300     05  WS-CNT-LABEL           PIC X(32).
017400     05  WS-CNT-VALUE           PIC ZZZZZZ9.
017500
017600/
017700*****************************************************************
017800* L I N K A G E   S E C T I O N                                 *
017900*****************************************************************
018000 LINKAGE SECTION.
018100     COPY GLRQSREC.
018200/
018300*****************************************************************
018400* P R O C E D U R E   D I V I S I O N                           *
018500*****************************************************************
018600 PROCEDURE DIVISION      USING GLRQS-RECORD.
018700
018800*****************************************************************
018900* 0000-MAINLINE                                                 *
019000*****************************************************************
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
019300     PERFORM 2000-CHECK-ONE-ACCOUNT   THRU 2000-EXIT
019400         UNTIL WS-COA-EOF.
019500     PERFORM 8000-PRINT-SUMMARY       THRU 8000-EXIT.
019600     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
019700     GO TO 9999-EXIT.
019800
019900*****************************************************************
020000* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REPORT HEADING    *
020100*                   LINES AND POSITION AT THE FIRST ACCOUNT     *
020200*****************************************************************
020300 1000-INITIALIZE.
020400     ACCEPT WS-TODAY              FROM DATE YYYYMMDD.
020500     PERFORM 1050-SET-SELECTIONS  THRU 1050-EXIT.
020600     OPEN INPUT  COA-FILE.
020700     OPEN INPUT  RCN-FILE.
020800     OPEN INPUT  BAL-FILE.
020900     OPEN OUTPUT RPT-FILE.
021000
021100     MOVE SPACES                  TO  GLRCP-RECORD.
021200     MOVE "BALANCE-SHEET RECONCILIATION STATUS REPORT"
021300                                   TO  GLRCP-RECORD.
021400     WRITE GLRCP-RECORD.
021500
021600     MOVE GLRQS-CO-FROM           TO  WS-SEL-PRT-CO-FROM.
021700     MOVE GLRQS-CO-TO             TO  WS-SEL-PRT-CO-TO.
021800     IF  GLRQS-CO-FROM IS EQUAL TO SPACES
021900         MOVE "ALL"               TO  WS-SEL-PRT-CO-FROM
022000         MOVE "ALL"               TO  WS-SEL-PRT-CO-TO.
022100     MOVE WS-SEL-ACCT-FROM        TO  WS-SEL-PRT-ACCT-FROM.
022200     MOVE WS-SEL-ACCT-TO          TO  WS-SEL-PRT-ACCT-TO.
022300     MOVE WS-SEL-PER-FROM         TO  WS-SEL-PRT-PER-FROM.
022400     MOVE WS-SEL-PER-TO           TO  WS-SEL-PRT-PER-TO.
022500     MOVE WS-SELECT-LINE          TO  GLRCP-RECORD.
022600     WRITE GLRCP-RECORD.
022700
022800     MOVE SPACES                  TO  GLRCP-RECORD.
022900     WRITE GLRCP-RECORD.
023000
023100     MOVE SPACES                  TO  GLRCP-RECORD.
023200     MOVE "CO  ACCT   PERIOD   GL END BAL  SCHED TOTAL"
023300                                   TO  GLRCP-RECORD.
023400     MOVE "UNEXPL DIFF  STATUS"   TO  GLRCP-RECORD (46:19).
023500     WRITE GLRCP-RECORD.
023600
023700     MOVE WS-SEL-CO-FROM          TO  GLCOA-CO-CODE.
023800     MOVE WS-SEL-ACCT-FROM        TO  GLCOA-ACCT-NO.
023900     START COA-FILE
024000         KEY IS NOT LESS THAN GLCOA-KEY
024100         INVALID KEY
024200             MOVE "10"            TO  WS-COA-STATUS.
024300
024400     IF  WS-COA-OK
024500         PERFORM 2100-READ-NEXT-COA THRU 2100-EXIT.
024600 1000-EXIT.
024700     EXIT.
024800
024900*****************************************************************
025000* 1050-SET-SELECTIONS - NORMALIZE THE CALLER'S SELECTIONS:      *
025100*                       BLANK/ZERO MEANS NO LIMIT ON THAT SIDE  *
025200*                       OF THE COMPANY AND ACCOUNT RANGES; THE  *
025300*                       PERIODS DEFAULT TO THE CURRENT MONTH    *
025400*****************************************************************
025500 1050-SET-SELECTIONS.
025600     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
025700     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
025800     MOVE GLRQS-ACCT-FROM         TO  WS-SEL-ACCT-FROM.
025900     MOVE GLRQS-ACCT-TO           TO  WS-SEL-ACCT-TO.
026000     MOVE GLRQS-PERIOD-FROM       TO  WS-SEL-PER-FROM.
026100     MOVE GLRQS-PERIOD-TO         TO  WS-SEL-PER-TO.
026200
026300     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
026400         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
026500     ELSE
026600         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
026700             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
026800
026900     IF  WS-SEL-ACCT-TO IS EQUAL TO ZERO
027000         MOVE 999999              TO  WS-SEL-ACCT-TO.
027100
027200     IF  WS-SEL-PER-FROM IS EQUAL TO ZERO
027300         MOVE WS-TODAY (1:6)      TO  WS-SEL-PER-FROM.
027400
027500     IF  WS-SEL-PER-TO IS EQUAL TO ZERO
027600     OR  WS-SEL-PER-TO IS LESS THAN WS-SEL-PER-FROM
027700         MOVE WS-SEL-PER-FROM     TO  WS-SEL-PER-TO.
027800 1050-EXIT.
027900     EXIT.
028000
028100*****************************************************************
028200* 2000-CHECK-ONE-ACCOUNT - CHECK EVERY SELECTED PERIOD OF ONE   *
028300*                          BALANCE-SHEET ACCOUNT                *
028400*****************************************************************
028500 2000-CHECK-ONE-ACCOUNT.
028600     MOVE WS-SEL-PER-FROM         TO  WS-CUR-PERIOD-NO.
028700     PERFORM 2200-CHECK-ONE-PERIOD THRU 2200-EXIT
028800         UNTIL WS-CUR-PERIOD-NO IS GREATER THAN WS-SEL-PER-TO.
028900
029000     PERFORM 2100-READ-NEXT-COA   THRU 2100-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300
029400*****************************************************************
029500* 2100-READ-NEXT-COA - READ THE NEXT SELECTED BALANCE-SHEET     *
029600*                      ACCOUNT IN KEY SEQUENCE                  *
029700*****************************************************************
029800 2100-READ-NEXT-COA.
029900     READ COA-FILE NEXT RECORD
030000         AT END
030100             MOVE "10"            TO  WS-COA-STATUS
030200             GO TO 2100-EXIT.
030300
030400     IF  GLCOA-CO-CODE IS GREATER THAN WS-SEL-CO-TO
030500         MOVE "10"                TO  WS-COA-STATUS
030600         GO TO 2100-EXIT.
030700
030800     IF  GLCOA-ACCT-NO IS LESS THAN WS-SEL-ACCT-FROM
030900     OR  GLCOA-ACCT-NO IS GREATER THAN WS-SEL-ACCT-TO
031000         GO TO 2100-READ-NEXT-COA.
031100
031200     IF  NOT GLCOA-TYPE-ASSET
031300     AND NOT GLCOA-TYPE-LIABILITY
031400     AND NOT GLCOA-TYPE-EQUITY
031500         GO TO 2100-READ-NEXT-COA.
031600 2100-EXIT.
031700     EXIT.
031800
031900*****************************************************************
032000* 2200-CHECK-ONE-PERIOD - CLASSIFY ONE ACCOUNT/PERIOD AND PRINT *
032100*                         IT WHEN IT IS NOT FULLY CERTIFIED,    *
032200*                         THEN STEP TO THE NEXT MONTH           *
032300*****************************************************************
032400 2200-CHECK-ONE-PERIOD.
032500     PERFORM 2300-GET-GL-END-BAL  THRU 2300-EXIT.
032600
032700     MOVE "Y"                     TO  WS-RCN-FOUND-SW.
032800     MOVE GLCOA-CO-CODE           TO  GLRCN-CO-CODE.
032900     MOVE GLCOA-ACCT-NO           TO  GLRCN-ACCT-NO.
033000     MOVE WS-CUR-PERIOD-NO        TO  GLRCN-PERIOD.
033100     READ RCN-FILE
033200         INVALID KEY
033300             MOVE "N"             TO  WS-RCN-FOUND-SW.
033400
033500     IF  NOT WS-RCN-FOUND
033600     AND WS-GL-END-BAL IS EQUAL TO ZERO
033700         GO TO 2200-NEXT-PERIOD.
033800
033900     ADD 1                        TO  WS-CHECKED-CNT.
034000     MOVE SPACES                  TO  WS-DETAIL-LINE.
034100     MOVE GLCOA-CO-CODE           TO  WS-DTL-CO-CODE.
034200     MOVE GLCOA-ACCT-NO           TO  WS-DTL-ACCT-NO.
034300     MOVE WS-CUR-PERIOD-NO        TO  WS-DTL-PERIOD.
034400     MOVE WS-GL-END-BAL           TO  WS-DTL-GL-END-BAL.
034500
034600     IF  NOT WS-RCN-FOUND
034700         MOVE ZERO                TO  WS-DTL-SCHED-TOTAL
034800         MOVE WS-GL-END-BAL       TO  WS-DTL-UNEXPL-DIFF
034900         MOVE "UNRECONCILED"      TO  WS-DTL-STATUS
035000         ADD 1                    TO  WS-UNRECONCILED-CNT
035100         GO TO 2200-PRINT.
035200
035300     SUBTRACT GLRCN-SCHED-TOTAL FROM WS-GL-END-BAL
035400         GIVING WS-UNEXPL-DIFF.
035500     MOVE GLRCN-SCHED-TOTAL       TO  WS-DTL-SCHED-TOTAL.
035600     MOVE WS-UNEXPL-DIFF          TO  WS-DTL-UNEXPL-DIFF.
035700
035800     IF  GLRCN-IS-REOPENED
035900         MOVE "REOPENED BY POSTING" TO  WS-DTL-STATUS
036000         ADD 1                    TO  WS-REOPENED-CNT
036100         GO TO 2200-PRINT.
036200
036300     MOVE "N"                     TO  WS-OUT-OF-TOL-SW.
036400     IF  WS-UNEXPL-DIFF IS LESS THAN ZERO
036500         SUBTRACT WS-UNEXPL-DIFF FROM ZERO GIVING WS-ABS-DIFF
036600     ELSE
036700         MOVE WS-UNEXPL-DIFF      TO  WS-ABS-DIFF.
036800     IF  WS-ABS-DIFF IS GREATER THAN GLRCN-TOLERANCE
036900         MOVE "Y"                 TO  WS-OUT-OF-TOL-SW
037000         ADD 1                    TO  WS-OUT-OF-TOL-CNT.
037100
037200     IF  GLRCN-IS-PREPARED
037300         ADD 1                    TO  WS-UNREVIEWED-CNT
037400         IF  WS-OUT-OF-TOL
037500             MOVE "OUT OF TOL/UNREVIEWED" TO WS-DTL-STATUS
037600         ELSE
037700             MOVE "UNREVIEWED"    TO  WS-DTL-STATUS
037800         END-IF
037900         GO TO 2200-PRINT.
038000
038100     IF  WS-OUT-OF-TOL
038200         MOVE "OUT OF TOLERANCE"  TO  WS-DTL-STATUS
038300         GO TO 2200-PRINT.
038400
038500     ADD 1                        TO  WS-CERTIFIED-CNT.
038600     GO TO 2200-NEXT-PERIOD.
038700
038800 2200-PRINT.
038900     MOVE WS-DETAIL-LINE          TO  GLRCP-RECORD.
039000     WRITE GLRCP-RECORD.
039100     ADD 1                        TO  WS-EXCEPTION-CNT.
039200
039300 2200-NEXT-PERIOD.
039400     ADD 1                        TO  WS-CUR-PERIOD-MM.
039500     IF  WS-CUR-PERIOD-MM IS GREATER THAN 12
039600         ADD 1                    TO  WS-CUR-PERIOD-YYYY
039700         MOVE 1                   TO  WS-CUR-PERIOD-MM.
039800 2200-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200* 2300-GET-GL-END-BAL - THE ACCOUNT'S ENDING BALANCE FOR THE    *
040300*                       PERIOD: ITS OWN BALANCE HISTORY ROW OR  *
040400*                       THE LATEST EARLIER ONE, ELSE THE FIRST  *
040500*                       LATER ROW'S OPENING BALANCE, ELSE THE   *
040600*                       ACCOUNT'S CURRENT BALANCE               *
040700*****************************************************************
040800 2300-GET-GL-END-BAL.
040900     MOVE GLCOA-CO-CODE           TO  GLBAL-CO-CODE.
041000     MOVE GLCOA-ACCT-NO           TO  GLBAL-ACCT-NO.
041100     MOVE WS-CUR-PERIOD-NO        TO  GLBAL-PERIOD.
041200     START BAL-FILE
041300         KEY IS NOT GREATER THAN GLBAL-KEY
041400         INVALID KEY
041500             GO TO 2300-TRY-LATER.
041600
041700     READ BAL-FILE PREVIOUS RECORD
041800         AT END
041900             GO TO 2300-TRY-LATER.
042000
042100     IF  GLBAL-CO-CODE IS EQUAL TO GLCOA-CO-CODE
042200     AND GLBAL-ACCT-NO IS EQUAL TO GLCOA-ACCT-NO
042300         MOVE GLBAL-END-BAL       TO  WS-GL-END-BAL
042400         GO TO 2300-EXIT.
042500
042600 2300-TRY-LATER.
042700     MOVE GLCOA-CURR-BAL          TO  WS-GL-END-BAL.
042800     MOVE GLCOA-CO-CODE           TO  GLBAL-CO-CODE.
042900     MOVE GLCOA-ACCT-NO           TO  GLBAL-ACCT-NO.
043000     MOVE WS-CUR-PERIOD-NO        TO  GLBAL-PERIOD.
043100     START BAL-FILE
043200         KEY IS GREATER THAN GLBAL-KEY
043300         INVALID KEY
043400             GO TO 2300-EXIT.
043500
043600     READ BAL-FILE NEXT RECORD
043700         AT END
043800             GO TO 2300-EXIT.
043900
044000     IF  GLBAL-CO-CODE IS EQUAL TO GLCOA-CO-CODE
044100     AND GLBAL-ACCT-NO IS EQUAL TO GLCOA-ACCT-NO
044200         COMPUTE WS-GL-END-BAL = GLBAL-END-BAL
044300                               - GLBAL-PERIOD-DR
044400                               + GLBAL-PERIOD-CR.
044500 2300-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900* 8000-PRINT-SUMMARY - COUNTS BY STATUS AND THE CLOSING LINE    *
045000*****************************************************************
045100 8000-PRINT-SUMMARY.
045200     MOVE SPACES                  TO  GLRCP-RECORD.
045300     WRITE GLRCP-RECORD.
045400
045500     MOVE "ACCOUNT/PERIODS CHECKED"  TO  WS-CNT-LABEL.
045600     MOVE WS-CHECKED-CNT          TO  WS-CNT-VALUE.
045700     MOVE WS-COUNT-LINE           TO  GLRCP-RECORD.
045800     WRITE GLRCP-RECORD.
045900
046000     MOVE "  PREPARED AND REVIEWED"  TO  WS-CNT-LABEL.
046100     MOVE WS-CERTIFIED-CNT        TO  WS-CNT-VALUE.
046200     MOVE WS-COUNT-LINE           TO  GLRCP-RECORD.
046300     WRITE GLRCP-RECORD.
046400
046500     MOVE "  UNRECONCILED"        TO  WS-CNT-LABEL.
046600     MOVE WS-UNRECONCILED-CNT     TO  WS-CNT-VALUE.
046700     MOVE WS-COUNT-LINE           TO  GLRCP-RECORD.
046800     WRITE GLRCP-RECORD.
046900
047000     MOVE "  REOPENED BY POSTING" TO  WS-CNT-LABEL.
047100     MOVE WS-REOPENED-CNT         TO  WS-CNT-VALUE.
047200     MOVE WS-COUNT-LINE           TO  GLRCP-RECORD.
047300     WRITE GLRCP-RECORD.
047400
047500     MOVE "  UNREVIEWED"          TO  WS-CNT-LABEL.
047600     MOVE WS-UNREVIEWED-CNT       TO  WS-CNT-VALUE.
047700     MOVE WS-COUNT-LINE           TO  GLRCP-RECORD.
047800     WRITE GLRCP-RECORD.
047900
048000     MOVE "  OUT OF TOLERANCE"    TO  WS-CNT-LABEL.
048100     MOVE WS-OUT-OF-TOL-CNT       TO  WS-CNT-VALUE.
048200     MOVE WS-COUNT-LINE           TO  GLRCP-RECORD.
048300     WRITE GLRCP-RECORD.
048400
048500     MOVE SPACES                  TO  GLRCP-RECORD.
048600     WRITE GLRCP-RECORD.
048700     IF  WS-EXCEPTION-CNT IS EQUAL TO ZERO
048800         MOVE "ALL SELECTED ACCOUNTS RECONCILED AND REVIEWED."
048900                                   TO  GLRCP-RECORD
049000     ELSE
049100         MOVE "*** RECONCILIATIONS OUTSTANDING ***"
049200                                   TO  GLRCP-RECORD.
049300     WRITE GLRCP-RECORD.
049400 8000-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800* 9000-TERMINATE - CLOSE ALL FILES                              *
049900*****************************************************************
050000 9000-TERMINATE.
050100     CLOSE COA-FILE.
050200     CLOSE RCN-FILE.
050300     CLOSE BAL-FILE.
050400     CLOSE RPT-FILE.
050500 9000-EXIT.
050600     EXIT.
050700
050800 9999-EXIT.
050900     STOP RUN.
