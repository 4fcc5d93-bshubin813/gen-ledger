000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLCKLRPT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLCKLRPT  -  MONTH-END CLOSE CHECKLIST STATUS DASHBOARD      *
001000*                                                               *
001100*  BROWSES THE CLOSE CHECKLIST (GLCKLREC) FOR THE SELECTED      *
001200*  COMPANIES AND FISCAL PERIODS.  EACH COMPANY/PERIOD'S TASKS   *
001300*  ARE LOADED INTO A TABLE SO THEIR PREDECESSORS CAN BE         *
001400*  EVALUATED TOGETHER, THEN EVERY OPEN TASK THAT IS:            *
001500*                                                               *
001600*    LATE     PAST ITS DUE DATE (A TASK WITH NO DUE DATE IS     *
001700*             NEVER LATE)                                       *
001800*    BLOCKED  WAITING ON A PREDECESSOR STILL OPEN - THE FIRST   *
001900*             SUCH PREDECESSOR IS PRINTED                       *
002000*                                                               *
002100*  IS LISTED WITH ITS OWNER AND DUE DATE, FOLLOWED BY THE       *
002200*  COMPANY/PERIOD'S CLOSE GATE: CLEAR WHEN EVERY REQUIRED TASK  *
002300*  IS COMPLETE, ELSE HELD WITH THE NUMBER STILL OPEN - THE      *
002400*  SAME TEST GLCLOSE APPLIES BEFORE IT CLOSES THE PERIOD.       *
002500*  COUNTS FOLLOW THE DETAIL.                                    *
002600*                                                               *
002700*  SELECTIONS ARRIVE THROUGH LINKAGE (GLRQSREC) AS FOR THE      *
002800*  OTHER GL REPORTS.  PERIODS ARE FISCAL YYYYPP; A ZERO FROM-   *
002900*  PERIOD MEANS EVERY PERIOD AND A ZERO TO-PERIOD MEANS NO      *
003000*  UPPER BOUND.  THE ACCOUNT RANGE AND BOOK CODE DO NOT APPLY.  *
003100*                                                               *
003200*---------------------------------------------------------------*
003300*  MODIFICATION HISTORY                                         *
003400*---------------------------------------------------------------*
003500*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-ISERIES.
004000 OBJECT-COMPUTER.   IBM-ISERIES.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CKL-FILE   ASSIGN TO GLCLSCKL
004400         ORGANIZATION IS INDEXED
004500         ACCESS       IS DYNAMIC
004600         RECORD KEY   IS GLCKL-KEY
004700         FILE STATUS  IS WS-CKL-STATUS.
004800
004900     SELECT RPT-FILE   ASSIGN TO GLCKRPTP
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS  IS WS-RPT-STATUS.
005200
005300/
005400*****************************************************************
005500* D A T A   D I V I S I O N                                     *
005600*****************************************************************
005700 DATA DIVISION.
005800 FILE SECTION.
005900
006000 FD  CKL-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY GLCKLREC.
006300
006400 FD  RPT-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700     COPY GLCKPRT.
006800
006900/
007000*****************************************************************
007100* W O R K I N G   S T O R A G E   S E C T I O N                 *
007200*****************************************************************
007300 WORKING-STORAGE SECTION.
007400
007500 77  WS-CKL-STATUS              PIC X(02) VALUE SPACES.
007600     88  WS-CKL-OK                       VALUE "00".
007700     88  WS-CKL-EOF                      VALUE "10".
007800
007900 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
008000
008100 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
008200 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
008300 77  WS-SEL-PER-FROM            PIC 9(06) VALUE ZERO.
008400 77  WS-SEL-PER-TO              PIC 9(06) VALUE ZERO.
008500
008600 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
008700 77  WS-GRP-CO-CODE             PIC X(03) VALUE SPACES.
008800 77  WS-GRP-PERIOD              PIC 9(06) VALUE ZERO.
008900 77  WS-BLOCKED-BY              PIC X(06) VALUE SPACES.
009000 77  WS-PRED-TASK-ID            PIC X(06) VALUE SPACES.
009100 77  WS-REQ-OPEN-CNT            PIC 9(05) BINARY VALUE ZERO.
009200
009300 77  WS-TK-CNT                  PIC 9(03) BINARY VALUE ZERO.
009400 77  WS-TK-MAX                  PIC 9(03) BINARY VALUE 200.
009500 77  WS-TK-IX                   PIC 9(03) BINARY VALUE ZERO.
009600 77  WS-SR-IX                   PIC 9(03) BINARY VALUE ZERO.
009700 77  WS-PR-IX                   PIC 9(02) BINARY VALUE ZERO.
009800
009900 77  WS-LATE-SW                 PIC X(01) VALUE "N".
010000     88  WS-IS-LATE                      VALUE "Y".
010100
010200 77  WS-GROUP-CNT               PIC 9(07) BINARY VALUE ZERO.
010300 77  WS-TASK-CNT                PIC 9(07) BINARY VALUE ZERO.
010400 77  WS-COMPLETE-CNT            PIC 9(07) BINARY VALUE ZERO.
010500 77  WS-OPEN-CNT                PIC 9(07) BINARY VALUE ZERO.
010600 77  WS-LATE-CNT                PIC 9(07) BINARY VALUE ZERO.
010700 77  WS-BLOCKED-CNT             PIC 9(07) BINARY VALUE ZERO.
010800 77  WS-HELD-CNT                PIC 9(07) BINARY VALUE ZERO.
010900 77  WS-DROPPED-CNT             PIC 9(07) BINARY VALUE ZERO.
011000
011100*---------------------------------------------------------------*
011200*  ONE COMPANY/PERIOD'S CHECKLIST, IN TASK-ID ORDER             *
011300*---------------------------------------------------------------*
011400 01  WS-TASK-TABLE.
011500     05  WS-TK-ENTRY            OCCURS 200 TIMES.
011600         10  WS-TK-TASK-ID      PIC X(06).
011700         10  WS-TK-TASK-DESC    PIC X(20).
011800         10  WS-TK-OWNER-ID     PIC X(10).
011900         10  WS-TK-DUE-DATE     PIC 9(08).
012000         10  WS-TK-REQUIRED-SW  PIC X(01).
012100             88  WS-TK-IS-REQUIRED       VALUE "Y".
012200         10  WS-TK-STATUS-SW    PIC X(01).
012300             88  WS-TK-IS-OPEN           VALUE "O".
012400         10  WS-TK-PRED-TASK-ID PIC X(06)
012500                                OCCURS 5 TIMES.
012600
012700 01  WS-DETAIL-LINE.
012800     05  WS-DTL-CO-CODE         PIC X(03).
012900     05  FILLER                 PIC X(01) VALUE SPACES.
013000     05  WS-DTL-PERIOD          PIC 9(06).
013100     05  FILLER                 PIC X(01) VALUE SPACES.
013200     05  WS-DTL-TASK-ID         PIC X(06).
013300     05  FILLER                 PIC X(01) VALUE SPACES.
013400     05  WS-DTL-TASK-DESC       PIC X(20).
013500     05  FILLER                 PIC X(01) VALUE SPACES.
013600     05  WS-DTL-OWNER-ID        PIC X(10).
013700     05  FILLER                 PIC X(01) VALUE SPACES.
013800     05  WS-DTL-DUE-DATE        PIC 9(08).
013900     05  FILLER                 PIC X(01) VALUE SPACES.
014000     05  WS-DTL-STATUS          PIC X(12).
014100     05  FILLER                 PIC X(01) VALUE SPACES.
014200     05  WS-DTL-BLOCKED-BY      PIC X(06).
014300
014400 01  WS-GATE-LINE.
014500     05  WS-GATE-CO-CODE        PIC X(03).
014600     05  FILLER                 PIC X(01) VALUE SPACES.
014700     05  WS-GATE-PERIOD         PIC 9(06).
014800     05  FILLER                 PIC X(01) VALUE SPACES.
014900     05  WS-GATE-TEXT           PIC X(12).
015000     05  WS-GATE-REQ-OPEN       PIC ZZZZ9.
015100     05  WS-GATE-TRAILER        PIC X(16).
015200
015300 01  WS-SELECT-LINE.
015400     05  FILLER                 PIC X(12) VALUE "SELECTED CO=".
015500     05  WS-SEL-PRT-CO-FROM     PIC X(03).
015600     05  FILLER                 PIC X(01) VALUE "-".
015700     05  WS-SEL-PRT-CO-TO       PIC X(03).
015800     05  FILLER                 PIC X(05) VALUE " PER=".
015900     05  WS-SEL-PRT-PER-FROM    PIC 9(06).
016000     05  FILLER                 PIC X(01) VALUE "-".
016100     05  WS-SEL-PRT-PER-TO      PIC 9(06).
016200
016300 01  WS-COUNT-LINE.
016400     05  WS-CNT-LABEL           PIC X(32).
016500     05  WS-CNT-VALUE           PIC ZZZZZZ9.
016600
016700/
016800*****************************************************************
016900* L I N K A G E   S E C T I O N                                 *
017000*****************************************************************
017100 LINKAGE SECTION.
017200     COPY GLRQSREC.
017300/
017400*****************************************************************
017500* P R O C E D U R E   D I V I S I O N                           *
017600*****************************************************************
017700 PROCEDURE DIVISION      USING GLRQS-RECORD.
017800
017900*****************************************************************
018000* 0000-MAINLINE                                                 *
018100*****************************************************************
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
018400     PERFORM 2000-LOAD-ONE-TASK       THRU 2000-EXIT
018500         UNTIL WS-CKL-EOF.
018600     IF  WS-TK-CNT IS GREATER THAN ZERO
018700         PERFORM 3000-REPORT-GROUP    THRU 3000-EXIT.
018800     PERFORM 8000-PRINT-SUMMARY       THRU 8000-EXIT.
018900     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
019000     GO TO 9999-EXIT.
019100
019200*****************************************************************
019300* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REPORT HEADING    *
019400*                   LINES AND POSITION AT THE FIRST TASK        *
019500*****************************************************************
019600 1000-INITIALIZE.
019700     ACCEPT WS-TODAY              FROM DATE YYYYMMDD.
019800     PERFORM 1050-SET-SELECTIONS  THRU 1050-EXIT.
019900     OPEN INPUT  CKL-FILE.
020000     OPEN OUTPUT RPT-FILE.
020100
020200     MOVE SPACES                  TO  GLCKP-RECORD.
020300     MOVE "MONTH-END CLOSE CHECKLIST STATUS"
020400                                   TO  GLCKP-RECORD.
020500     WRITE GLCKP-RECORD.
020600
020700     MOVE GLRQS-CO-FROM           TO  WS-SEL-PRT-CO-FROM.
020800     MOVE GLRQS-CO-TO             TO  WS-SEL-PRT-CO-TO.
020900     IF  GLRQS-CO-FROM IS EQUAL TO SPACES
021000         MOVE "ALL"               TO  WS-SEL-PRT-CO-FROM
021100         MOVE "ALL"               TO  WS-SEL-PRT-CO-TO.
021200     MOVE WS-SEL-PER-FROM         TO  WS-SEL-PRT-PER-FROM.
021300     MOVE WS-SEL-PER-TO           TO  WS-SEL-PRT-PER-TO.
021400     MOVE WS-SELECT-LINE          TO  GLCKP-RECORD.
021500     WRITE GLCKP-RECORD.
021600
021700     MOVE SPACES                  TO  GLCKP-RECORD.
021800     WRITE GLCKP-RECORD.
021900
022000     MOVE SPACES                  TO  GLCKP-RECORD.
022100     MOVE "CO  PERIOD TASK   DESCRIPTION          OWNER"
022200                                   TO  GLCKP-RECORD.
022300     MOVE "DUE      STATUS       BLK BY" TO  GLCKP-RECORD (51:28).
022400     WRITE GLCKP-RECORD.
022500
022600     MOVE WS-SEL-CO-FROM          TO  GLCKL-CO-CODE.
022700     MOVE WS-SEL-PER-FROM         TO  GLCKL-PERIOD.
022800     MOVE LOW-VALUES              TO  GLCKL-TASK-ID.
022900     START CKL-FILE
023000         KEY IS NOT LESS THAN GLCKL-KEY
023100         INVALID KEY
023200             MOVE "10"            TO  WS-CKL-STATUS.
023300 1000-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700* 1050-SET-SELECTIONS - NORMALIZE THE CALLER'S SELECTIONS:      *
023800*                       BLANK/ZERO MEANS NO LIMIT ON THAT SIDE  *
023900*                       OF THE COMPANY AND PERIOD RANGES        *
024000*****************************************************************
024100 1050-SET-SELECTIONS.
024200     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
024300     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
024400     MOVE GLRQS-PERIOD-FROM       TO  WS-SEL-PER-FROM.
024500     MOVE GLRQS-PERIOD-TO         TO  WS-SEL-PER-TO.
024600
024700     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
024800         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
024900     ELSE
025000         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
025100             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
025200
025300     IF  WS-SEL-PER-TO IS EQUAL TO ZERO
025400         MOVE 999999              TO  WS-SEL-PER-TO.
025500 1050-EXIT.
025600     EXIT.
025700
025800*****************************************************************
025900* 2000-LOAD-ONE-TASK - READ THE NEXT SELECTED TASK; WHEN IT     *
026000*                      STARTS A NEW COMPANY/PERIOD, REPORT THE  *
026100*                      ONE JUST LOADED FIRST                    *
026200*****************************************************************
026300 2000-LOAD-ONE-TASK.
026400     READ CKL-FILE NEXT RECORD
026500         AT END
026600             MOVE "10"            TO  WS-CKL-STATUS
026700             GO TO 2000-EXIT.
026800
026900     IF  GLCKL-CO-CODE IS GREATER THAN WS-SEL-CO-TO
027000         MOVE "10"                TO  WS-CKL-STATUS
027100         GO TO 2000-EXIT.
027200
027300     IF  GLCKL-PERIOD IS LESS THAN WS-SEL-PER-FROM
027400     OR  GLCKL-PERIOD IS GREATER THAN WS-SEL-PER-TO
027500         GO TO 2000-EXIT.
027600
027700     IF  WS-TK-CNT IS GREATER THAN ZERO
027800     AND (GLCKL-CO-CODE IS NOT EQUAL TO WS-GRP-CO-CODE
027900     OR   GLCKL-PERIOD IS NOT EQUAL TO WS-GRP-PERIOD)
028000         PERFORM 3000-REPORT-GROUP THRU 3000-EXIT.
028100
028200     MOVE GLCKL-CO-CODE           TO  WS-GRP-CO-CODE.
028300     MOVE GLCKL-PERIOD            TO  WS-GRP-PERIOD.
028400     ADD 1                        TO  WS-TASK-CNT.
028500
028600     IF  WS-TK-CNT IS NOT LESS THAN WS-TK-MAX
028700         ADD 1                    TO  WS-DROPPED-CNT
028800         GO TO 2000-EXIT.
028900
029000     ADD 1                        TO  WS-TK-CNT.
029100     MOVE GLCKL-TASK-ID           TO  WS-TK-TASK-ID (WS-TK-CNT).
029200     MOVE GLCKL-TASK-DESC         TO  WS-TK-TASK-DESC (WS-TK-CNT).
029300     MOVE GLCKL-OWNER-ID          TO  WS-TK-OWNER-ID (WS-TK-CNT).
029400     MOVE GLCKL-DUE-DATE          TO  WS-TK-DUE-DATE (WS-TK-CNT).
029500     MOVE GLCKL-REQUIRED-SW
029600                             TO  WS-TK-REQUIRED-SW (WS-TK-CNT).
029700     MOVE GLCKL-STATUS-SW         TO  WS-TK-STATUS-SW (WS-TK-CNT).
029800     PERFORM 2100-LOAD-ONE-PRED   THRU 2100-EXIT
029900         VARYING WS-PR-IX FROM 1 BY 1
030000         UNTIL WS-PR-IX IS GREATER THAN 5.
030100 2000-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500* 2100-LOAD-ONE-PRED - CARRY ONE PREDECESSOR INTO THE TABLE     *
030600*****************************************************************
030700 2100-LOAD-ONE-PRED.
030800     MOVE GLCKL-PRED-TASK-ID (WS-PR-IX)
030900                      TO  WS-TK-PRED-TASK-ID (WS-TK-CNT WS-PR-IX).
031000 2100-EXIT.
031100     EXIT.
031200
031300*****************************************************************
031400* 3000-REPORT-GROUP - LIST THE LOADED COMPANY/PERIOD'S LATE AND *
031500*                     BLOCKED TASKS AND PRINT ITS CLOSE GATE,   *
031600*                     THEN EMPTY THE TABLE                      *
031700*****************************************************************
031800 3000-REPORT-GROUP.
031900     ADD 1                        TO  WS-GROUP-CNT.
032000     MOVE ZERO                    TO  WS-REQ-OPEN-CNT.
032100
032200     PERFORM 3100-CHECK-ONE-TASK  THRU 3100-EXIT
032300         VARYING WS-TK-IX FROM 1 BY 1
032400         UNTIL WS-TK-IX IS GREATER THAN WS-TK-CNT.
032500
032600     MOVE SPACES                  TO  WS-GATE-LINE.
032700     MOVE WS-GRP-CO-CODE          TO  WS-GATE-CO-CODE.
032800     MOVE WS-GRP-PERIOD           TO  WS-GATE-PERIOD.
032900     IF  WS-REQ-OPEN-CNT IS EQUAL TO ZERO
033000         MOVE "GATE CLEAR"        TO  WS-GATE-TEXT
033100     ELSE
033200         ADD 1                    TO  WS-HELD-CNT
033300         MOVE "GATE HELD -"       TO  WS-GATE-TEXT
033400         MOVE WS-REQ-OPEN-CNT     TO  WS-GATE-REQ-OPEN
033500         MOVE " REQUIRED OPEN"    TO  WS-GATE-TRAILER.
033600     MOVE WS-GATE-LINE            TO  GLCKP-RECORD.
033700     WRITE GLCKP-RECORD.
033800
033900     MOVE SPACES                  TO  GLCKP-RECORD.
034000     WRITE GLCKP-RECORD.
034100
034200     MOVE ZERO                    TO  WS-TK-CNT.
034300 3000-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700* 3100-CHECK-ONE-TASK - CLASSIFY ONE TASK AND PRINT IT WHEN IT  *
034800*                       IS OPEN AND LATE OR BLOCKED             *
034900*****************************************************************
035000 3100-CHECK-ONE-TASK.
035100     IF  NOT WS-TK-IS-OPEN (WS-TK-IX)
035200         ADD 1                    TO  WS-COMPLETE-CNT
035300         GO TO 3100-EXIT.
035400
035500     ADD 1                        TO  WS-OPEN-CNT.
035600     IF  WS-TK-IS-REQUIRED (WS-TK-IX)
035700         ADD 1                    TO  WS-REQ-OPEN-CNT.
035800
035900     MOVE "N"                     TO  WS-LATE-SW.
036000     IF  WS-TK-DUE-DATE (WS-TK-IX) IS GREATER THAN ZERO
036100     AND WS-TK-DUE-DATE (WS-TK-IX) IS LESS THAN WS-TODAY
036200         MOVE "Y"                 TO  WS-LATE-SW
036300         ADD 1                    TO  WS-LATE-CNT.
036400
036500     MOVE SPACES                  TO  WS-BLOCKED-BY.
036600     PERFORM 3200-CHECK-ONE-PRED  THRU 3200-EXIT
036700         VARYING WS-PR-IX FROM 1 BY 1
036800         UNTIL WS-PR-IX IS GREATER THAN 5
036900         OR    WS-BLOCKED-BY IS NOT EQUAL TO SPACES.
037000     IF  WS-BLOCKED-BY IS NOT EQUAL TO SPACES
037100         ADD 1                    TO  WS-BLOCKED-CNT.
037200
037300     IF  NOT WS-IS-LATE
037400     AND WS-BLOCKED-BY IS EQUAL TO SPACES
037500         GO TO 3100-EXIT.
037600
037700     MOVE SPACES                  TO  WS-DETAIL-LINE.
037800     MOVE WS-GRP-CO-CODE          TO  WS-DTL-CO-CODE.
037900     MOVE WS-GRP-PERIOD           TO  WS-DTL-PERIOD.
038000     MOVE WS-TK-TASK-ID (WS-TK-IX)   TO  WS-DTL-TASK-ID.
038100     MOVE WS-TK-TASK-DESC (WS-TK-IX) TO  WS-DTL-TASK-DESC.
038200     MOVE WS-TK-OWNER-ID (WS-TK-IX)  TO  WS-DTL-OWNER-ID.
038300     MOVE WS-TK-DUE-DATE (WS-TK-IX)  TO  WS-DTL-DUE-DATE.
038400     MOVE WS-BLOCKED-BY           TO  WS-DTL-BLOCKED-BY.
038500     IF  WS-IS-LATE
038600     AND WS-BLOCKED-BY IS NOT EQUAL TO SPACES
038700         MOVE "LATE/BLOCKED"      TO  WS-DTL-STATUS
038800     ELSE
038900         IF  WS-IS-LATE
039000             MOVE "LATE"          TO  WS-DTL-STATUS
039100         ELSE
039200             MOVE "BLOCKED"       TO  WS-DTL-STATUS.
039300     MOVE WS-DETAIL-LINE          TO  GLCKP-RECORD.
039400     WRITE GLCKP-RECORD.
039500 3100-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900* 3200-CHECK-ONE-PRED - IS THIS PREDECESSOR ON THE SAME         *
040000*                       CHECKLIST AND STILL OPEN?  ONE NOT ON   *
040100*                       THE CHECKLIST HOLDS NOTHING UP          *
040200*****************************************************************
040300 3200-CHECK-ONE-PRED.
040400     MOVE WS-TK-PRED-TASK-ID (WS-TK-IX WS-PR-IX)
040500                                  TO  WS-PRED-TASK-ID.
040600     IF  WS-PRED-TASK-ID IS EQUAL TO SPACES
040700         GO TO 3200-EXIT.
040800
040900     PERFORM 3300-MATCH-ONE-ENTRY THRU 3300-EXIT
041000         VARYING WS-SR-IX FROM 1 BY 1
041100         UNTIL WS-SR-IX IS GREATER THAN WS-TK-CNT
041200         OR    WS-BLOCKED-BY IS NOT EQUAL TO SPACES.
041300 3200-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700* 3300-MATCH-ONE-ENTRY - ONE STEP OF THE PREDECESSOR SEARCH     *
041800*****************************************************************
041900 3300-MATCH-ONE-ENTRY.
042000     IF  WS-TK-TASK-ID (WS-SR-IX) IS EQUAL TO WS-PRED-TASK-ID
042100     AND WS-TK-IS-OPEN (WS-SR-IX)
042200         MOVE WS-PRED-TASK-ID     TO  WS-BLOCKED-BY.
042300 3300-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700* 8000-PRINT-SUMMARY - COUNTS AND THE CLOSING LINE              *
042800*****************************************************************
042900 8000-PRINT-SUMMARY.
043000     MOVE "COMPANY/PERIODS CHECKED"  TO  WS-CNT-LABEL.
043100     MOVE WS-GROUP-CNT            TO  WS-CNT-VALUE.
043200     MOVE WS-COUNT-LINE           TO  GLCKP-RECORD.
043300     WRITE GLCKP-RECORD.
043400
043500     MOVE "  CLOSE GATE HELD"     TO  WS-CNT-LABEL.
043600     MOVE WS-HELD-CNT             TO  WS-CNT-VALUE.
043700     MOVE WS-COUNT-LINE           TO  GLCKP-RECORD.
043800     WRITE GLCKP-RECORD.
043900
044000     MOVE "TASKS CHECKED"         TO  WS-CNT-LABEL.
044100     MOVE WS-TASK-CNT             TO  WS-CNT-VALUE.
044200     MOVE WS-COUNT-LINE           TO  GLCKP-RECORD.
044300     WRITE GLCKP-RECORD.
044400
044500     MOVE "  COMPLETE"            TO  WS-CNT-LABEL.
044600     MOVE WS-COMPLETE-CNT         TO  WS-CNT-VALUE.
044700     MOVE WS-COUNT-LINE           TO  GLCKP-RECORD.
044800     WRITE GLCKP-RECORD.
044900
045000     MOVE "  OPEN"                TO  WS-CNT-LABEL.
045100     MOVE WS-OPEN-CNT             TO  WS-CNT-VALUE.
045200     MOVE WS-COUNT-LINE           TO  GLCKP-RECORD.
045300     WRITE GLCKP-RECORD.
045400
045500     MOVE "    LATE"              TO  WS-CNT-LABEL.
045600     MOVE WS-LATE-CNT             TO  WS-CNT-VALUE.
045700     MOVE WS-COUNT-LINE           TO  GLCKP-RECORD.
045800     WRITE GLCKP-RECORD.
045900
046000     MOVE "    BLOCKED"           TO  WS-CNT-LABEL.
046100     MOVE WS-BLOCKED-CNT          TO  WS-CNT-VALUE.
046200     MOVE WS-COUNT-LINE           TO  GLCKP-RECORD.
046300     WRITE GLCKP-RECORD.
046400
046500     IF  WS-DROPPED-CNT IS GREATER THAN ZERO
046600         MOVE "  NOT EVALUATED - TABLE FULL" TO  WS-CNT-LABEL
046700         MOVE WS-DROPPED-CNT      TO  WS-CNT-VALUE
046800         MOVE WS-COUNT-LINE       TO  GLCKP-RECORD
046900         WRITE GLCKP-RECORD.
047000
047100     MOVE SPACES                  TO  GLCKP-RECORD.
047200     WRITE GLCKP-RECORD.
047300     IF  WS-HELD-CNT IS EQUAL TO ZERO
047400         MOVE "ALL SELECTED CLOSE GATES CLEAR."
047500                                   TO  GLCKP-RECORD
047600     ELSE
047700         MOVE "*** CLOSE TASKS OUTSTANDING ***"
047800                                   TO  GLCKP-RECORD.
047900     WRITE GLCKP-RECORD.
048000 8000-EXIT.
048100     EXIT.
048200
048300*****************************************************************
048400* 9000-TERMINATE - CLOSE ALL FILES                              *
048500*****************************************************************
048600 9000-TERMINATE.
048700     CLOSE CKL-FILE.
048800     CLOSE RPT-FILE.
048900 9000-EXIT.
049000     EXIT.
049100
049200 9999-EXIT.
049300     STOP RUN.
