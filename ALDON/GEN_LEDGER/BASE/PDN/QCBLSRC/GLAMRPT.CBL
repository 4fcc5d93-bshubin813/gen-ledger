000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLAMRPT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLAMRPT  -  AMORTIZATION SCHEDULE ROLL-FORWARD REPORT        *
001000*                                                               *
001100*  BROWSES THE AMORTIZATION SCHEDULE FILE (GLAMSREC) AND, FOR   *
001200*  THE RUN DATE'S FISCAL PERIOD, PRINTS EACH SCHEDULE'S         *
001300*  REMAINING-BALANCE ROLL-FORWARD - OPENING BALANCE, THE        *
001400*  PERIOD'S AMORTIZATION AND CLOSING BALANCE.  ACTIVE           *
001500*  SCHEDULES ARE ALWAYS LISTED (INCLUDING THOSE NOT YET         *
001600*  STARTED, WHOSE WHOLE TOTAL IS STILL ON THE BALANCE SHEET);   *
001700*  A RETIRED SCHEDULE IS LISTED ONLY IN THE PERIOD IT RAN OUT,  *
001800*  SHOWING ITS LAST SLICE TAKING IT TO ZERO.                    *
001900*                                                               *
002000*  CLOSING BALANCES ARE TOTALLED BY COMPANY/BALANCE-SHEET       *
002100*  ACCOUNT AND EACH ACCOUNT IS PROVED AGAINST ITS GLCOA-CURR-   *
002200*  BAL, THE WAY GLSUBRCN PROVES THE OTHER SUBLEDGERS.  GL       *
002300*  BALANCES ARE DEBIT-POSITIVE, SO A PREPAID SCHEDULE COUNTS    *
002400*  POSITIVE AND A DEFERRED-REVENUE SCHEDULE NEGATIVE.  RUN IT   *
002500*  AFTER THE PERIOD-END GENERATOR (GLAMORT) HAS POSTED.         *
002600*                                                               *
002700*---------------------------------------------------------------*
002800*  MODIFICATION HISTORY                                         *
002900*---------------------------------------------------------------*
003000*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-ISERIES.
003500 OBJECT-COMPUTER.   IBM-ISERIES.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT AMS-FILE   ASSIGN TO GLAMSCHD
003900         ORGANIZATION IS INDEXED
004000         ACCESS       IS DYNAMIC
004100         RECORD KEY   IS GLAMS-KEY
004200         FILE STATUS  IS WS-AMS-STATUS.
004300
004400     SELECT COA-FILE   ASSIGN TO GLCOA
004500         ORGANIZATION IS INDEXED
004600         ACCESS       IS DYNAMIC
004700         RECORD KEY   IS GLCOA-KEY
004800         FILE STATUS  IS WS-COA-STATUS.
004900
005000     SELECT FCL-FILE   ASSIGN TO GLFSCAL
005100         ORGANIZATION IS INDEXED
005200         ACCESS       IS DYNAMIC
005300         RECORD KEY   IS GLFCL-KEY
005400         FILE STATUS  IS WS-FCL-STATUS.
005500
005600     SELECT RPT-FILE   ASSIGN TO GLAMRPTP
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS  IS WS-RPT-STATUS.
005900
006000/
006100*****************************************************************
006200* D A T A   D I V I S I O N                                     *
006300*****************************************************************
006400 DATA DIVISION.
006500 FILE SECTION.
006600
006700 FD  AMS-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY GLAMSREC.
007000
007100 FD  COA-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY GLCOAREC.
007400
007500 FD  FCL-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY GLFCLREC.
007800
007900 FD  RPT-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008200     COPY GLAMSPRT.
008300
008400/
008500*****************************************************************
008600* W O R K I N G   S T O R A G E   S E C T I O N                 *
008700*****************************************************************
008800 WORKING-STORAGE SECTION.
008900
009000 77  WS-AMS-STATUS              PIC X(02) VALUE SPACES.
009100     88  WS-AMS-OK                       VALUE "00".
009200     88  WS-AMS-EOF                      VALUE "10".
009300
009400 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
009500     88  WS-COA-OK                       VALUE "00".
009600
009700 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
009800     88  WS-FCL-OK                       VALUE "00".
009900
010000 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
010100
010200 77  WS-COA-FOUND-SW            PIC X(01) VALUE "N".
010300     88  WS-COA-FOUND                    VALUE "Y".
010400
010500 77  WS-CTL-FOUND-SW            PIC X(01) VALUE "N".
010600     88  WS-CTL-FOUND                    VALUE "Y".
010700
010800 77  WS-CTL-FULL-SW             PIC X(01) VALUE "N".
010900     88  WS-CTL-TABLE-FULL               VALUE "Y".
011000
011100 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
011200 77  WS-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
011300
011400 77  WS-OPEN-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
011500 77  WS-PERIOD-AMT              PIC S9(09)V99 COMP-3 VALUE ZERO.
011600 77  WS-CLOSE-AMT               PIC S9(09)V99 COMP-3 VALUE ZERO.
011700 77  WS-SUB-AMT                 PIC S9(09)V99 COMP-3 VALUE ZERO.
011800 77  WS-GL-BALANCE              PIC S9(09)V99 COMP-3 VALUE ZERO.
011900 77  WS-VARIANCE                PIC S9(09)V99 COMP-3 VALUE ZERO.
012000 77  WS-TOT-OPEN                PIC S9(09)V99 COMP-3 VALUE ZERO.
012100 77  WS-TOT-PERIOD              PIC S9(09)V99 COMP-3 VALUE ZERO.
012200 77  WS-TOT-CLOSE               PIC S9(09)V99 COMP-3 VALUE ZERO.
012300
012400 77  WS-SRCH-CO-CODE            PIC X(03) VALUE SPACES.
012500 77  WS-SRCH-ACCT-NO            PIC 9(06) VALUE ZERO.
012600
012700 77  WS-SCHED-CNT               PIC 9(07) BINARY VALUE ZERO.
012800 77  WS-EXCEPTION-CNT           PIC 9(07) BINARY VALUE ZERO.
012900 77  WS-CTL-ROWS                PIC 9(04) BINARY VALUE ZERO.
013000 77  WS-CTL-SUB                 PIC 9(04) BINARY VALUE ZERO.
013100
013200*
013300* ONE ENTRY PER COMPANY/BALANCE-SHEET ACCOUNT THE SCHEDULES SIT
013400* IN, CARRYING THE SIGNED TOTAL OF THEIR CLOSING BALANCES.
013500*
013600 01  WS-CTL-TABLE.
013700     05  WS-CTL-ENTRY           OCCURS 500 TIMES.
013800         10  WS-CTL-CO-CODE     PIC X(03).
013900         10  WS-CTL-ACCT-NO     PIC 9(06).
014000         10  WS-CTL-SUB-TOTAL   PIC S9(09)V99 COMP-3.
014100
014200 01  WS-HEADING-LINE.
014300     05  FILLER                 PIC X(38)
014400         VALUE "AMORTIZATION ROLL-FORWARD FOR PERIOD ".
014500     05  WS-HDG-PERIOD          PIC 9(06).
014600
014700 01  WS-SCHED-LINE.
014800     05  WS-SCH-CO-CODE         PIC X(03).
014900     05  FILLER                 PIC X(01) VALUE SPACES.
015000     05  WS-SCH-SCHED-NO        PIC 9(06).
015100     05  FILLER                 PIC X(01) VALUE SPACES.
015200     05  WS-SCH-DESC            PIC X(16).
015300     05  FILLER                 PIC X(01) VALUE SPACES.
015400     05  WS-SCH-TYPE            PIC X(01).
015500     05  FILLER                 PIC X(01) VALUE SPACES.
015600     05  WS-SCH-ACCT-NO         PIC 9(06).
015700     05  FILLER                 PIC X(01) VALUE SPACES.
015800     05  WS-SCH-OPEN            PIC -(8)9.99.
015900     05  FILLER                 PIC X(01) VALUE SPACES.
016000     05  WS-SCH-PERIOD          PIC -(8)9.99.
016100     05  FILLER                 PIC X(01) VALUE SPACES.
016200     05  WS-SCH-CLOSE           PIC -(8)9.99.
016300     05  FILLER                 PIC X(01) VALUE SPACES.
016400     05  WS-SCH-STATUS          PIC X(04).
016500
016600 01  WS-DETAIL-LINE.
016700     05  WS-DTL-CO-CODE         PIC X(03).
016800     05  FILLER                 PIC X(02) VALUE SPACES.
016900     05  WS-DTL-ACCT-NO         PIC 9(06).
017000     05  FILLER                 PIC X(02) VALUE SPACES.
017100     05  WS-DTL-SUB-TOTAL       PIC -(9)9.99.
017200     05  FILLER                 PIC X(02) VALUE SPACES.
017300     05  WS-DTL-GL-BALANCE      PIC -(9)9.99.
017400     05  FILLER                 PIC X(02) VALUE SPACES.
017500     05  WS-DTL-STATUS          PIC X(14).
017600
017700 01  WS-TOTAL-LINE.
017800     05  FILLER                 PIC X(37)
017900                                VALUE "TOTAL SCHEDULES LISTED".
018000     05  WS-TOT-LN-OPEN         PIC -(8)9.99.
018100     05  FILLER                 PIC X(01) VALUE SPACES.
018200     05  WS-TOT-LN-PERIOD       PIC -(8)9.99.
018300     05  FILLER                 PIC X(01) VALUE SPACES.
018400     05  WS-TOT-LN-CLOSE        PIC -(8)9.99.
018500
018600/
018700*****************************************************************
018800* P R O C E D U R E   D I V I S I O N                           *
018900*****************************************************************
019000 PROCEDURE DIVISION.
019100
019200*****************************************************************
019300* 0000-MAINLINE                                                 *
019400*****************************************************************
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
019700     PERFORM 2000-LIST-ONE-SCHEDULE   THRU 2000-EXIT
019800         UNTIL WS-AMS-EOF.
019900     PERFORM 3000-PRINT-PROOF         THRU 3000-EXIT.
020000     PERFORM 8000-PRINT-SUMMARY       THRU 8000-EXIT.
020100     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
020200     GO TO 9999-EXIT.
020300
020400*****************************************************************
020500* 1000-INITIALIZE - OPEN THE FILES, FIND THE FISCAL PERIOD,     *
020600*                   PRINT THE REPORT HEADING LINES AND          *
020700*                   POSITION AT THE FIRST SCHEDULE              *
020800*****************************************************************
020900 1000-INITIALIZE.
021000     OPEN INPUT  AMS-FILE.
021100     OPEN INPUT  COA-FILE.
021200     OPEN INPUT  FCL-FILE.
021300     OPEN OUTPUT RPT-FILE.
021400
021500     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
021600     PERFORM 1200-FIND-FISCAL-PERIOD THRU 1200-EXIT.
021700
021800     MOVE WS-FISCAL-PERIOD        TO  WS-HDG-PERIOD.
021900     MOVE WS-HEADING-LINE         TO  GLAMSP-RECORD.
022000     WRITE GLAMSP-RECORD.
022100
022200     MOVE SPACES                  TO  GLAMSP-RECORD.
022300     WRITE GLAMSP-RECORD.
022400
022500     MOVE SPACES                  TO  GLAMSP-RECORD.
022600     MOVE "CO  SCHED  DESCRIPTION      T ACCT"
022700                                   TO  GLAMSP-RECORD.
022800     MOVE "OPENING    AMORTIZED      CLOSING"
022900                                   TO  GLAMSP-RECORD (43:33).
023000     WRITE GLAMSP-RECORD.
023100
023200     MOVE LOW-VALUES              TO  GLAMS-KEY.
023300     START AMS-FILE
023400         KEY IS NOT LESS THAN GLAMS-KEY
023500         INVALID KEY
023600             MOVE "10"            TO  WS-AMS-STATUS.
023700
023800     IF  WS-AMS-OK
023900         PERFORM 2100-READ-NEXT-AMS THRU 2100-EXIT.
024000 1000-EXIT.
024100     EXIT.
024200
024300*****************************************************************
024400* 1200-FIND-FISCAL-PERIOD - THE PERIOD WHOSE CALENDAR ROW       *
024500*                           COVERS THE RUN DATE, AS GLAMORT     *
024600*                           FINDS IT                            *
024700*****************************************************************
024800 1200-FIND-FISCAL-PERIOD.
024900     MOVE WS-TODAY-DATE (1:6)     TO  WS-FISCAL-PERIOD.
025000
025100     MOVE WS-TODAY-DATE           TO  GLFCL-END-DATE.
025200     START FCL-FILE
025300         KEY IS NOT LESS THAN GLFCL-KEY
025400         INVALID KEY
025500             GO TO 1200-EXIT.
025600
025700     READ FCL-FILE NEXT RECORD
025800         AT END
025900             GO TO 1200-EXIT.
026000
026100     IF  GLFCL-START-DATE IS GREATER THAN WS-TODAY-DATE
026200         GO TO 1200-EXIT.
026300     MOVE GLFCL-PERIOD            TO  WS-FISCAL-PERIOD.
026400     IF  WS-FISCAL-PERIOD (5:2) IS EQUAL TO "13"
026500         SUBTRACT 1               FROM WS-FISCAL-PERIOD.
026600 1200-EXIT.
026700     EXIT.
026800
026900*****************************************************************
027000* 2000-LIST-ONE-SCHEDULE - PRINT ONE SCHEDULE'S ROLL-FORWARD    *
027100*                          AND ADD ITS CLOSING BALANCE TO ITS   *
027200*                          BALANCE-SHEET ACCOUNT'S TOTAL        *
027300*****************************************************************
027400 2000-LIST-ONE-SCHEDULE.
027500     IF  GLAMS-IS-RETIRED
027600     AND GLAMS-LAST-PERIOD IS NOT EQUAL TO WS-FISCAL-PERIOD
027700         GO TO 2000-READ.
027800
027900     SUBTRACT GLAMS-AMORTIZED-AMT FROM GLAMS-TOTAL-AMT
028000         GIVING WS-CLOSE-AMT.
028100     MOVE ZERO                    TO  WS-PERIOD-AMT.
028200     IF  GLAMS-LAST-PERIOD IS EQUAL TO WS-FISCAL-PERIOD
028300         MOVE GLAMS-LAST-AMT      TO  WS-PERIOD-AMT.
028400     ADD WS-CLOSE-AMT WS-PERIOD-AMT GIVING WS-OPEN-AMT.
028500
028600     MOVE SPACES                  TO  WS-SCHED-LINE.
028700     MOVE GLAMS-CO-CODE           TO  WS-SCH-CO-CODE.
028800     MOVE GLAMS-SCHED-NO          TO  WS-SCH-SCHED-NO.
028900     MOVE GLAMS-DESC              TO  WS-SCH-DESC.
029000     MOVE GLAMS-TYPE              TO  WS-SCH-TYPE.
029100     MOVE GLAMS-BS-ACCT-NO        TO  WS-SCH-ACCT-NO.
029200     MOVE WS-OPEN-AMT             TO  WS-SCH-OPEN.
029300     MOVE WS-PERIOD-AMT           TO  WS-SCH-PERIOD.
029400     MOVE WS-CLOSE-AMT            TO  WS-SCH-CLOSE.
029500     IF  GLAMS-IS-RETIRED
029600         MOVE "RET"               TO  WS-SCH-STATUS.
029700     MOVE WS-SCHED-LINE           TO  GLAMSP-RECORD.
029800     WRITE GLAMSP-RECORD.
029900
030000     ADD WS-OPEN-AMT              TO  WS-TOT-OPEN.
030100     ADD WS-PERIOD-AMT            TO  WS-TOT-PERIOD.
030200     ADD WS-CLOSE-AMT             TO  WS-TOT-CLOSE.
030300     ADD 1                        TO  WS-SCHED-CNT.
030400
030500     MOVE GLAMS-CO-CODE           TO  WS-SRCH-CO-CODE.
030600     MOVE GLAMS-BS-ACCT-NO        TO  WS-SRCH-ACCT-NO.
030700     IF  GLAMS-DEFERRED-REV
030800         COMPUTE WS-SUB-AMT = ZERO - WS-CLOSE-AMT
030900     ELSE
031000         MOVE WS-CLOSE-AMT        TO  WS-SUB-AMT.
031100     PERFORM 2200-ADD-TO-CONTROL  THRU 2200-EXIT.
031200
031300 2000-READ.
031400     PERFORM 2100-READ-NEXT-AMS   THRU 2100-EXIT.
031500 2000-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900* 2100-READ-NEXT-AMS - READ THE NEXT SCHEDULE IN KEY SEQUENCE   *
032000*****************************************************************
032100 2100-READ-NEXT-AMS.
032200     READ AMS-FILE NEXT RECORD
032300         AT END
032400             MOVE "10"            TO  WS-AMS-STATUS.
032500 2100-EXIT.
032600     EXIT.
032700
032800*****************************************************************
032900* 2200-ADD-TO-CONTROL - ADD WS-SUB-AMT TO THE COMPANY/ACCOUNT   *
033000*                       ENTRY, ADDING THE ENTRY IF THIS IS THE  *
033100*                       FIRST SCHEDULE IN THAT ACCOUNT          *
033200*****************************************************************
033300 2200-ADD-TO-CONTROL.
033400     MOVE "N"                     TO  WS-CTL-FOUND-SW.
033500     MOVE 1                       TO  WS-CTL-SUB.
033600     PERFORM 2210-FIND-CTL-ENTRY  THRU 2210-EXIT
033700         UNTIL WS-CTL-FOUND
033800            OR WS-CTL-SUB IS GREATER THAN WS-CTL-ROWS.
033900
034000     IF  WS-CTL-FOUND
034100         ADD WS-SUB-AMT TO WS-CTL-SUB-TOTAL (WS-CTL-SUB)
034200         GO TO 2200-EXIT.
034300
034400     IF  WS-CTL-ROWS IS EQUAL TO 500
034500         MOVE "Y"                 TO  WS-CTL-FULL-SW
034600         GO TO 2200-EXIT.
034700
034800     ADD 1                        TO  WS-CTL-ROWS.
034900     MOVE WS-SRCH-CO-CODE     TO  WS-CTL-CO-CODE (WS-CTL-ROWS).
035000     MOVE WS-SRCH-ACCT-NO     TO  WS-CTL-ACCT-NO (WS-CTL-ROWS).
035100     MOVE WS-SUB-AMT          TO  WS-CTL-SUB-TOTAL (WS-CTL-ROWS).
035200 2200-EXIT.
035300     EXIT.
035400
035500*****************************************************************
035600* 2210-FIND-CTL-ENTRY - STOP ON THE MATCHING ENTRY, OTHERWISE   *
035700*                       STEP TO THE NEXT                        *
035800*****************************************************************
035900 2210-FIND-CTL-ENTRY.
036000     IF  WS-CTL-CO-CODE (WS-CTL-SUB) IS EQUAL TO WS-SRCH-CO-CODE
036100     AND WS-CTL-ACCT-NO (WS-CTL-SUB) IS EQUAL TO WS-SRCH-ACCT-NO
036200         MOVE "Y"                 TO  WS-CTL-FOUND-SW
036300         GO TO 2210-EXIT.
036400     ADD 1                        TO  WS-CTL-SUB.
036500 2210-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900* 3000-PRINT-PROOF - PRINT THE ROLL-FORWARD TOTALS, THEN PROVE  *
037000*                    EACH BALANCE-SHEET ACCOUNT'S SCHEDULE      *
037100*                    TOTAL AGAINST ITS GL BALANCE               *
037200*****************************************************************
037300 3000-PRINT-PROOF.
037400     MOVE SPACES                  TO  GLAMSP-RECORD.
037500     WRITE GLAMSP-RECORD.
037600     MOVE WS-TOT-OPEN             TO  WS-TOT-LN-OPEN.
037700     MOVE WS-TOT-PERIOD           TO  WS-TOT-LN-PERIOD.
037800     MOVE WS-TOT-CLOSE            TO  WS-TOT-LN-CLOSE.
037900     MOVE WS-TOTAL-LINE           TO  GLAMSP-RECORD.
038000     WRITE GLAMSP-RECORD.
038100
038200     MOVE SPACES                  TO  GLAMSP-RECORD.
038300     WRITE GLAMSP-RECORD.
038400     MOVE "CO   ACCT        SCHEDULES     GL BALANCE  STATUS"
038500                                   TO  GLAMSP-RECORD.
038600     WRITE GLAMSP-RECORD.
038700
038800     MOVE 1                       TO  WS-CTL-SUB.
038900     PERFORM 3100-PROVE-ONE-ACCT  THRU 3100-EXIT
039000         UNTIL WS-CTL-SUB IS GREATER THAN WS-CTL-ROWS.
039100 3000-EXIT.
039200     EXIT.
039300
039400*****************************************************************
039500* 3100-PROVE-ONE-ACCT - LOOK UP ONE BALANCE-SHEET ACCOUNT AND   *
039600*                       PRINT WHETHER IT TIES OUT               *
039700*****************************************************************
039800 3100-PROVE-ONE-ACCT.
039900     MOVE "N"                     TO  WS-COA-FOUND-SW.
040000     MOVE ZERO                    TO  WS-GL-BALANCE.
040100     MOVE WS-CTL-CO-CODE (WS-CTL-SUB) TO  GLCOA-CO-CODE.
040200     MOVE WS-CTL-ACCT-NO (WS-CTL-SUB) TO  GLCOA-ACCT-NO.
040300     READ COA-FILE
040400         INVALID KEY
040500             CONTINUE
040600     END-READ.
040700     IF  WS-COA-OK
040800         MOVE "Y"                 TO  WS-COA-FOUND-SW
040900         MOVE GLCOA-CURR-BAL      TO  WS-GL-BALANCE.
041000
041100     MOVE SPACES                  TO  WS-DETAIL-LINE.
041200     MOVE WS-CTL-CO-CODE (WS-CTL-SUB) TO  WS-DTL-CO-CODE.
041300     MOVE WS-CTL-ACCT-NO (WS-CTL-SUB) TO  WS-DTL-ACCT-NO.
041400     MOVE WS-CTL-SUB-TOTAL (WS-CTL-SUB) TO  WS-DTL-SUB-TOTAL.
041500     MOVE WS-GL-BALANCE           TO  WS-DTL-GL-BALANCE.
041600
041700     IF  NOT WS-COA-FOUND
041800         MOVE "NO GL ACCOUNT"     TO  WS-DTL-STATUS
041900         ADD 1                    TO  WS-EXCEPTION-CNT
042000     ELSE
042100         SUBTRACT WS-GL-BALANCE FROM WS-CTL-SUB-TOTAL (WS-CTL-SUB)
042200                                  GIVING WS-VARIANCE
042300         IF  WS-VARIANCE IS EQUAL TO ZERO
042400             MOVE "IN BALANCE"    TO  WS-DTL-STATUS
042500         ELSE
042600             MOVE "*** OUT OF BAL" TO  WS-DTL-STATUS
042700             ADD 1                TO  WS-EXCEPTION-CNT
042800         END-IF
042900     END-IF.
043000
043100     MOVE WS-DETAIL-LINE          TO  GLAMSP-RECORD.
043200     WRITE GLAMSP-RECORD.
043300     ADD 1                        TO  WS-CTL-SUB.
043400 3100-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800* 8000-PRINT-SUMMARY - PRINT WHETHER THE SCHEDULES TIE OUT      *
043900*****************************************************************
044000 8000-PRINT-SUMMARY.
044100     MOVE SPACES                  TO  GLAMSP-RECORD.
044200     WRITE GLAMSP-RECORD.
044300
044400     IF  WS-CTL-TABLE-FULL
044500         MOVE SPACES              TO  GLAMSP-RECORD
044600         MOVE "*** OVER 500 ACCOUNTS - INCOMPLETE ***"
044700                                   TO  GLAMSP-RECORD
044800         WRITE GLAMSP-RECORD
044900         ADD 1                    TO  WS-EXCEPTION-CNT.
045000
045100     MOVE SPACES                  TO  GLAMSP-RECORD.
045200     IF  WS-EXCEPTION-CNT IS EQUAL TO ZERO
045300         MOVE "AMORTIZATION SCHEDULES TIE OUT TO THE GL."
045400                                   TO  GLAMSP-RECORD
045500     ELSE
045600         MOVE "*** AMORTIZATION SCHEDULES OUT OF BALANCE ***"
045700                                   TO  GLAMSP-RECORD.
045800     WRITE GLAMSP-RECORD.
045900 8000-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300* 9000-TERMINATE - CLOSE ALL FILES                              *
046400*****************************************************************
046500 9000-TERMINATE.
046600     CLOSE AMS-FILE.
046700     CLOSE COA-FILE.
046800     CLOSE FCL-FILE.
046900     CLOSE RPT-FILE.
047000 9000-EXIT.
047100     EXIT.
047200
047300 9999-EXIT.
047400     STOP RUN.
