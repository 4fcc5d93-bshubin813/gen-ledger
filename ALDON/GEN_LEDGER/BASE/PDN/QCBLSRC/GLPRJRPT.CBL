000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLPRJRPT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLPRJRPT  -  PROJECT COST REPORT                             *
001000*                                                               *
001100*  ONE SECTION PER PROJECT ON THE PROJECT MASTER (GLPRJREC),    *
001200*  IN COMPANY/PROJECT SEQUENCE: THE PROJECT'S TYPE, STATUS      *
001300*  AND DATES, ITS COST TO DATE BY ACCOUNT FROM THE PROJECT      *
001400*  ACTUALS GLPOST KEEPS (GLPRAREC), AND A PROJECT TOTAL LINE    *
001500*  SHOWING THE BUDGET, THE ACTUAL AND THE BUDGET REMAINING.     *
001600*  A TOTAL PRINTS AT EVERY COMPANY CHANGE.                      *
001700*                                                               *
001800*  THE SELECTIONS ARRIVE THROUGH LINKAGE (GLRQSREC) THE SAME    *
001900*  WAY GLBUDVAR TAKES THEM: THE COMPANY RANGE PICKS THE         *
002000*  PROJECTS; THE ACCOUNT AND PERIOD RANGES LIMIT THE COST       *
002100*  COUNTED, SO A ZERO PERIOD RANGE REPORTS PROJECT-TO-DATE.     *
002200*                                                               *
002300*---------------------------------------------------------------*
002400*  MODIFICATION HISTORY                                         *
002500*---------------------------------------------------------------*
002600*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-ISERIES.
003100 OBJECT-COMPUTER.   IBM-ISERIES.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PRJ-FILE   ASSIGN TO GLPROJ
003500         ORGANIZATION IS INDEXED
003600         ACCESS       IS DYNAMIC
003700         RECORD KEY   IS GLPRJ-KEY
003800         FILE STATUS  IS WS-PRJ-STATUS.
003900
004000     SELECT PRA-FILE   ASSIGN TO GLPRJACT
004100         ORGANIZATION IS INDEXED
004200         ACCESS       IS DYNAMIC
004300         RECORD KEY   IS GLPRA-KEY
004400         FILE STATUS  IS WS-PRA-STATUS.
004500
004600     SELECT RPT-FILE   ASSIGN TO GLPRJRPTP
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS  IS WS-RPT-STATUS.
004900
005000/
005100*****************************************************************
005200* D A T A   D I V I S I O N                                     *
005300*****************************************************************
005400 DATA DIVISION.
005500 FILE SECTION.
005600
005700 FD  PRJ-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY GLPRJREC.
006000
006100 FD  PRA-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY GLPRAREC.
006400
006500 FD  RPT-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800     COPY GLPRJPRT.
006900
007000/
007100*****************************************************************
007200* W O R K I N G   S T O R A G E   S E C T I O N                 *
007300*****************************************************************
007400 WORKING-STORAGE SECTION.
007500
007600 77  WS-PRJ-STATUS              PIC X(02) VALUE SPACES.
007700     88  WS-PRJ-OK                       VALUE "00".
007800     88  WS-PRJ-EOF                      VALUE "10".
007900
008000 77  WS-PRA-STATUS              PIC X(02) VALUE SPACES.
008100     88  WS-PRA-OK                       VALUE "00".
008200     88  WS-PRA-EOF                      VALUE "10".
008300
008400 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
008500
008600 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
008700 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
008800 77  WS-SEL-ACCT-FROM           PIC 9(06) VALUE ZERO.
008900 77  WS-SEL-ACCT-TO             PIC 9(06) VALUE ZERO.
009000 77  WS-SEL-PERIOD-FROM         PIC 9(06) VALUE ZERO.
009100 77  WS-SEL-PERIOD-TO           PIC 9(06) VALUE ZERO.
009200
009300 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
009400     88  WS-FIRST-RECORD                 VALUE "Y".
009500
009600 77  WS-ACCT-HELD-SW            PIC X(01) VALUE "N".
009700     88  WS-ACCT-HELD                    VALUE "Y".
009800
009900 77  WS-PREV-CO                 PIC X(03) VALUE SPACES.
010000 77  WS-PREV-ACCT               PIC 9(06) VALUE ZERO.
010100
010200 77  WS-ACCT-ACTUAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
010300 77  WS-PRJ-ACTUAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
010400 77  WS-PRJ-REMAINING           PIC S9(11)V99 COMP-3 VALUE ZERO.
010500 77  WS-CO-BUDGET               PIC S9(11)V99 COMP-3 VALUE ZERO.
010600 77  WS-CO-ACTUAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
010700 77  WS-CO-REMAINING            PIC S9(11)V99 COMP-3 VALUE ZERO.
010800
010900 77  WS-PROJECT-CNT             PIC 9(07) BINARY VALUE ZERO.
011000
011100 01  WS-PROJECT-LINE.
011200     05  FILLER                 PIC X(08) VALUE "PROJECT ".
011300     05  WS-PJL-PROJECT-CODE    PIC X(06).
011400     05  FILLER                 PIC X(02) VALUE SPACES.
011500     05  WS-PJL-DESC            PIC X(30).
011600     05  FILLER                 PIC X(01) VALUE SPACES.
011700     05  WS-PJL-TYPE            PIC X(07).
011800     05  FILLER                 PIC X(01) VALUE SPACES.
011900     05  WS-PJL-STATUS          PIC X(11).
012000
012100 01  WS-DATES-LINE.
012200     05  FILLER                 PIC X(16)
012300                                VALUE "        OPENED  ".
012400     05  WS-DTL-OPEN-DATE       PIC 9(08).
012500     05  FILLER                 PIC X(10)
012600                                VALUE "  CLOSED  ".
012700     05  WS-DTL-CLOSE-DATE      PIC 9(08).
012800     05  FILLER                 PIC X(14)
012900                                VALUE "  ASSET ACCT  ".
013000     05  WS-DTL-ASSET-ACCT      PIC 9(06).
013100
013200 01  WS-ACCT-LINE.
013300     05  FILLER                 PIC X(10) VALUE SPACES.
013400     05  FILLER                 PIC X(05) VALUE "ACCT ".
013500     05  WS-ACL-ACCT-NO         PIC 9(06).
013600     05  FILLER                 PIC X(18) VALUE SPACES.
013700     05  WS-ACL-ACTUAL          PIC -(9)9.99.
013800
013900 01  WS-TOTAL-LINE.
014000     05  WS-TTL-LABEL           PIC X(16).
014100     05  WS-TTL-CODE            PIC X(10).
014200     05  WS-TTL-BUDGET          PIC -(9)9.99.
014300     05  WS-TTL-ACTUAL          PIC -(9)9.99.
014400     05  WS-TTL-REMAINING       PIC -(9)9.99.
014500
014600 01  WS-SELECT-LINE.
014700     05  FILLER                 PIC X(03) VALUE "CO=".
014800     05  WS-SEL-PRT-CO-FROM     PIC X(03).
014900     05  FILLER                 PIC X(01) VALUE "-".
015000     05  WS-SEL-PRT-CO-TO       PIC X(03).
015100     05  FILLER                 PIC X(06) VALUE " ACCT=".
015200     05  WS-SEL-PRT-ACCT-FROM   PIC 9(06).
015300     05  FILLER                 PIC X(01) VALUE "-".
015400     05  WS-SEL-PRT-ACCT-TO     PIC 9(06).
015500     05  FILLER                 PIC X(08) VALUE " PERIOD=".
015600     05  WS-SEL-PRT-PER-FROM    PIC 9(06).
015700     05  FILLER                 PIC X(01) VALUE "-".
015800     05  WS-SEL-PRT-PER-TO      PIC 9(06).
015900
016000/
016100****************************************************************
016200* L I N K A G E   S E C T I O N                                *
016300****************************************************************
016400 LINKAGE SECTION.
016500     COPY GLRQSREC.
016600/
016700*****************************************************************
016800* P R O C E D U R E   D I V I S I O N                           *
016900*****************************************************************
017000 PROCEDURE DIVISION      USING GLRQS-RECORD.
017100
017200*****************************************************************
017300* 0000-MAINLINE                                                 *
017400*****************************************************************
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
017700     PERFORM 2000-ONE-PROJECT         THRU 2000-EXIT
017800         UNTIL WS-PRJ-EOF.
017900
018000     IF  WS-FIRST-RECORD
018100         MOVE SPACES              TO  GLPRJP-RECORD
018200         MOVE "*** NO PROJECTS ON FILE FOR THE SELECTIONS ***"
018300                                  TO  GLPRJP-RECORD
018400         WRITE GLPRJP-RECORD
018500     ELSE
018600         PERFORM 2500-PRINT-CO-TOTAL THRU 2500-EXIT.
018700
018800     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
018900     GO TO 9999-EXIT.
019000
019100*****************************************************************
019200* 1000-INITIALIZE - NORMALIZE THE SELECTIONS, OPEN THE FILES,   *
019300*                   PRINT THE HEADINGS AND POSITION AT THE      *
019400*                   FIRST SELECTED PROJECT                      *
019500*****************************************************************
019600 1000-INITIALIZE.
019700     PERFORM 1050-SET-SELECTIONS THRU 1050-EXIT.
019800     OPEN INPUT  PRJ-FILE.
019900     OPEN INPUT  PRA-FILE.
020000     OPEN OUTPUT RPT-FILE.
020100
020200     MOVE SPACES                  TO  GLPRJP-RECORD.
020300     MOVE "PROJECT COST REPORT"   TO  GLPRJP-RECORD.
020400     WRITE GLPRJP-RECORD.
020500
020600     MOVE GLRQS-CO-FROM           TO  WS-SEL-PRT-CO-FROM.
020700     MOVE GLRQS-CO-TO             TO  WS-SEL-PRT-CO-TO.
020800     IF  GLRQS-CO-FROM IS EQUAL TO SPACES
020900         MOVE "ALL"               TO  WS-SEL-PRT-CO-FROM
021000         MOVE "ALL"               TO  WS-SEL-PRT-CO-TO.
021100     MOVE WS-SEL-ACCT-FROM        TO  WS-SEL-PRT-ACCT-FROM.
021200     MOVE WS-SEL-ACCT-TO          TO  WS-SEL-PRT-ACCT-TO.
021300     MOVE WS-SEL-PERIOD-FROM      TO  WS-SEL-PRT-PER-FROM.
021400     MOVE WS-SEL-PERIOD-TO        TO  WS-SEL-PRT-PER-TO.
021500     MOVE WS-SELECT-LINE          TO  GLPRJP-RECORD.
021600     WRITE GLPRJP-RECORD.
021700
021800     MOVE SPACES                  TO  GLPRJP-RECORD.
021900     WRITE GLPRJP-RECORD.
022000
022100     MOVE SPACES                  TO  GLPRJP-RECORD.
022200     MOVE "                                BUDGET       ACTUAL"
022300                                   TO  GLPRJP-RECORD.
022400     MOVE "    REMAINING"         TO  GLPRJP-RECORD (53:13).
022500     WRITE GLPRJP-RECORD.
022600
022700     MOVE WS-SEL-CO-FROM          TO  GLPRJ-CO-CODE.
022800     MOVE SPACES                  TO  GLPRJ-PROJECT-CODE.
022900     START PRJ-FILE
023000         KEY IS NOT LESS THAN GLPRJ-KEY
023100         INVALID KEY
023200             MOVE "10"            TO  WS-PRJ-STATUS.
023300
023400     IF  WS-PRJ-OK
023500         PERFORM 2100-READ-NEXT-PROJECT THRU 2100-EXIT.
023600 1000-EXIT.
023700     EXIT.
023800
023900*****************************************************************
024000* 1050-SET-SELECTIONS - NORMALIZE THE CALLER'S SELECTIONS:      *
024100*                       BLANK/ZERO MEANS NO LIMIT ON THAT       *
024200*                       SIDE OF THE RANGE                       *
024300*****************************************************************
024400 1050-SET-SELECTIONS.
024500     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
024600     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
024700     MOVE GLRQS-ACCT-FROM         TO  WS-SEL-ACCT-FROM.
024800     MOVE GLRQS-ACCT-TO           TO  WS-SEL-ACCT-TO.
024900     MOVE GLRQS-PERIOD-FROM       TO  WS-SEL-PERIOD-FROM.
025000     MOVE GLRQS-PERIOD-TO         TO  WS-SEL-PERIOD-TO.
025100
025200     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
025300         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
025400     ELSE
025500         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
025600             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
025700
025800     IF  WS-SEL-ACCT-TO IS EQUAL TO ZERO
025900         MOVE 999999              TO  WS-SEL-ACCT-TO.
026000     IF  WS-SEL-PERIOD-TO IS EQUAL TO ZERO
026100         MOVE 999999              TO  WS-SEL-PERIOD-TO.
026200 1050-EXIT.
026300     EXIT.
026400
026500*****************************************************************
026600* 2000-ONE-PROJECT - CLOSE OFF THE PRIOR COMPANY ON A CHANGE,   *
026700*                    THEN PRINT THE PROJECT'S SECTION           *
026800*****************************************************************
026900 2000-ONE-PROJECT.
027000     IF  WS-FIRST-RECORD
027100         MOVE GLPRJ-CO-CODE       TO  WS-PREV-CO
027200         MOVE "N"                 TO  WS-FIRST-REC-SW.
027300
027400     IF  GLPRJ-CO-CODE IS NOT EQUAL TO WS-PREV-CO
027500         PERFORM 2500-PRINT-CO-TOTAL THRU 2500-EXIT
027600         MOVE GLPRJ-CO-CODE       TO  WS-PREV-CO.
027700
027800     PERFORM 2200-PRINT-PROJECT-HEAD THRU 2200-EXIT.
027900     PERFORM 2300-SUM-PROJECT-COST THRU 2300-EXIT.
028000     PERFORM 2400-PRINT-PROJECT-TOTAL THRU 2400-EXIT.
028100     ADD 1                        TO  WS-PROJECT-CNT.
028200
028300     PERFORM 2100-READ-NEXT-PROJECT THRU 2100-EXIT.
028400 2000-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800* 2100-READ-NEXT-PROJECT - READ THE NEXT PROJECT IN THE         *
028900*                          SELECTED COMPANY RANGE               *
029000*****************************************************************
029100 2100-READ-NEXT-PROJECT.
029200     READ PRJ-FILE NEXT RECORD
029300         AT END
029400             MOVE "10"            TO  WS-PRJ-STATUS
029500             GO TO 2100-EXIT.
029600
029700     IF  GLPRJ-CO-CODE IS GREATER THAN WS-SEL-CO-TO
029800         MOVE "10"                TO  WS-PRJ-STATUS.
029900 2100-EXIT.
030000     EXIT.
030100
030200*****************************************************************
030300* 2200-PRINT-PROJECT-HEAD - THE PROJECT'S DESCRIPTION, TYPE,    *
030400*                           STATUS AND DATES                    *
030500*****************************************************************
030600 2200-PRINT-PROJECT-HEAD.
030700     MOVE SPACES                  TO  GLPRJP-RECORD.
030800     WRITE GLPRJP-RECORD.
030900
031000     MOVE GLPRJ-PROJECT-CODE      TO  WS-PJL-PROJECT-CODE.
031100     MOVE GLPRJ-DESC              TO  WS-PJL-DESC.
031200     MOVE "JOB"                   TO  WS-PJL-TYPE.
031300     IF  GLPRJ-IS-CAPITAL
031400         MOVE "CAPITAL"           TO  WS-PJL-TYPE.
031500     MOVE "OPEN"                  TO  WS-PJL-STATUS.
031600     IF  GLPRJ-IS-CLOSED
031700         MOVE "CLOSED"            TO  WS-PJL-STATUS.
031800     IF  GLPRJ-IS-CAPITALIZED
031900         MOVE "CAPITALIZED"       TO  WS-PJL-STATUS.
032000     MOVE WS-PROJECT-LINE         TO  GLPRJP-RECORD.
032100     WRITE GLPRJP-RECORD.
032200
032300     MOVE GLPRJ-OPEN-DATE         TO  WS-DTL-OPEN-DATE.
032400     MOVE GLPRJ-CLOSE-DATE        TO  WS-DTL-CLOSE-DATE.
032500     MOVE GLPRJ-ASSET-ACCT-NO     TO  WS-DTL-ASSET-ACCT.
032600     MOVE WS-DATES-LINE           TO  GLPRJP-RECORD.
032700     WRITE GLPRJP-RECORD.
032800 2200-EXIT.
032900     EXIT.
033000
033100*****************************************************************
033200* 2300-SUM-PROJECT-COST - BROWSE THE PROJECT'S ACTUALS IN THE   *
033300*                         SELECTED ACCOUNT RANGE, ONE LINE PER  *
033400*                         ACCOUNT ACROSS THE SELECTED PERIODS   *
033500*****************************************************************
033600 2300-SUM-PROJECT-COST.
033700     MOVE ZERO                    TO  WS-PRJ-ACTUAL.
033800     MOVE ZERO                    TO  WS-ACCT-ACTUAL.
033900     MOVE "N"                     TO  WS-ACCT-HELD-SW.
034000     MOVE SPACES                  TO  WS-PRA-STATUS.
034100     MOVE GLPRJ-CO-CODE           TO  GLPRA-CO-CODE.
034200     MOVE GLPRJ-PROJECT-CODE      TO  GLPRA-PROJECT-CODE.
034300     MOVE WS-SEL-ACCT-FROM        TO  GLPRA-ACCT-NO.
034400     MOVE ZERO                    TO  GLPRA-PERIOD.
034500     START PRA-FILE
034600         KEY IS NOT LESS THAN GLPRA-KEY
034700         INVALID KEY
034800             MOVE "10"            TO  WS-PRA-STATUS.
034900
035000     PERFORM 2310-ADD-ONE-ACTUAL  THRU 2310-EXIT
035100         UNTIL WS-PRA-EOF.
035200
035300     IF  WS-ACCT-HELD
035400         PERFORM 2350-PRINT-ACCT-LINE THRU 2350-EXIT.
035500 2300-EXIT.
035600     EXIT.
035700
035800*****************************************************************
035900* 2310-ADD-ONE-ACTUAL - ONE PROJECT/ACCOUNT/PERIOD ACTUAL; AN   *
036000*                       ACCOUNT CHANGE PRINTS THE PRIOR ONE     *
036100*****************************************************************
036200 2310-ADD-ONE-ACTUAL.
036300     READ PRA-FILE NEXT RECORD
036400         AT END
036500             MOVE "10"            TO  WS-PRA-STATUS
036600             GO TO 2310-EXIT.
036700
036800     IF  GLPRA-CO-CODE IS NOT EQUAL TO GLPRJ-CO-CODE
036900     OR  GLPRA-PROJECT-CODE IS NOT EQUAL TO GLPRJ-PROJECT-CODE
037000     OR  GLPRA-ACCT-NO IS GREATER THAN WS-SEL-ACCT-TO
037100         MOVE "10"                TO  WS-PRA-STATUS
037200         GO TO 2310-EXIT.
037300
037400     IF  GLPRA-PERIOD IS LESS THAN WS-SEL-PERIOD-FROM
037500     OR  GLPRA-PERIOD IS GREATER THAN WS-SEL-PERIOD-TO
037600         GO TO 2310-EXIT.
037700
037800     IF  WS-ACCT-HELD
037900     AND GLPRA-ACCT-NO IS NOT EQUAL TO WS-PREV-ACCT
038000         PERFORM 2350-PRINT-ACCT-LINE THRU 2350-EXIT.
038100
038200     MOVE GLPRA-ACCT-NO           TO  WS-PREV-ACCT.
038300     MOVE "Y"                     TO  WS-ACCT-HELD-SW.
038400     ADD GLPRA-AMOUNT             TO  WS-ACCT-ACTUAL.
038500 2310-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900* 2350-PRINT-ACCT-LINE - ONE ACCOUNT'S COST, ROLLED INTO THE    *
039000*                        PROJECT                                *
039100*****************************************************************
039200 2350-PRINT-ACCT-LINE.
039300     MOVE WS-PREV-ACCT            TO  WS-ACL-ACCT-NO.
039400     MOVE WS-ACCT-ACTUAL          TO  WS-ACL-ACTUAL.
039500     MOVE WS-ACCT-LINE            TO  GLPRJP-RECORD.
039600     WRITE GLPRJP-RECORD.
039700
039800     ADD WS-ACCT-ACTUAL           TO  WS-PRJ-ACTUAL.
039900     MOVE ZERO                    TO  WS-ACCT-ACTUAL.
040000     MOVE "N"                     TO  WS-ACCT-HELD-SW.
040100 2350-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500* 2400-PRINT-PROJECT-TOTAL - BUDGET, ACTUAL AND BUDGET          *
040600*                            REMAINING FOR THE PROJECT, ROLLED  *
040700*                            INTO ITS COMPANY                   *
040800*****************************************************************
040900 2400-PRINT-PROJECT-TOTAL.
041000     SUBTRACT WS-PRJ-ACTUAL FROM GLPRJ-BUDGET
041100         GIVING WS-PRJ-REMAINING.
041200
041300     MOVE SPACES                  TO  WS-TOTAL-LINE.
041400     MOVE "  PROJECT TOTAL"       TO  WS-TTL-LABEL.
041500     MOVE GLPRJ-PROJECT-CODE      TO  WS-TTL-CODE.
041600     MOVE GLPRJ-BUDGET            TO  WS-TTL-BUDGET.
041700     MOVE WS-PRJ-ACTUAL           TO  WS-TTL-ACTUAL.
041800     MOVE WS-PRJ-REMAINING        TO  WS-TTL-REMAINING.
041900     MOVE WS-TOTAL-LINE           TO  GLPRJP-RECORD.
042000     WRITE GLPRJP-RECORD.
042100
042200     ADD GLPRJ-BUDGET             TO  WS-CO-BUDGET.
042300     ADD WS-PRJ-ACTUAL            TO  WS-CO-ACTUAL.
042400     ADD WS-PRJ-REMAINING         TO  WS-CO-REMAINING.
042500 2400-EXIT.
042600     EXIT.
042700
042800*****************************************************************
042900* 2500-PRINT-CO-TOTAL - ONE COMPANY'S PROJECTS IN TOTAL         *
043000*****************************************************************
043100 2500-PRINT-CO-TOTAL.
043200     MOVE SPACES                  TO  GLPRJP-RECORD.
043300     WRITE GLPRJP-RECORD.
043400
043500     MOVE SPACES                  TO  WS-TOTAL-LINE.
043600     MOVE "COMPANY TOTAL"         TO  WS-TTL-LABEL.
043700     MOVE WS-PREV-CO              TO  WS-TTL-CODE.
043800     MOVE WS-CO-BUDGET            TO  WS-TTL-BUDGET.
043900     MOVE WS-CO-ACTUAL            TO  WS-TTL-ACTUAL.
044000     MOVE WS-CO-REMAINING         TO  WS-TTL-REMAINING.
044100     MOVE WS-TOTAL-LINE           TO  GLPRJP-RECORD.
044200     WRITE GLPRJP-RECORD.
044300
044400     MOVE ZERO                    TO  WS-CO-BUDGET.
044500     MOVE ZERO                    TO  WS-CO-ACTUAL.
044600     MOVE ZERO                    TO  WS-CO-REMAINING.
044700 2500-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100* 9000-TERMINATE - CLOSE ALL FILES                              *
045200*****************************************************************
045300 9000-TERMINATE.
045400     CLOSE PRJ-FILE.
045500     CLOSE PRA-FILE.
045600     CLOSE RPT-FILE.
045700
045800     DISPLAY "GLPRJRPT - PROJECTS REPORTED: " WS-PROJECT-CNT.
045900 9000-EXIT.
046000     EXIT.
046100
046200 9999-EXIT.
046300     STOP RUN.
