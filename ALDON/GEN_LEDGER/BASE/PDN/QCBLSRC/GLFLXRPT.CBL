000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLFLXRPT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLFLXRPT  -  PERIOD FLUX ANALYSIS PACKAGE                    *
001000*                                                               *
001100*  FOR EACH ACCOUNT IN THE SELECTED COMPANIES, THE PERIOD'S     *
001200*  MOVEMENT (DEBIT LESS CREDIT ON THE PERIOD BALANCE ROW,       *
001300*  GLBALREC) IS SET AGAINST THE PRIOR PERIOD'S AND AGAINST THE  *
001400*  SAME PERIOD LAST YEAR'S.  THE PRIOR PERIOD OF A YEAR'S       *
001500*  FIRST PERIOD IS PERIOD 12 OF THE YEAR BEFORE, AND OF THE     *
001600*  YEAR-END ADJUSTMENT PERIOD (YYYY13) IS PERIOD 12 OF THE      *
001700*  SAME YEAR.  AN OPENING-BALANCE CONVERSION ROW IS NOT         *
001800*  ACTIVITY AND COUNTS AS NO MOVEMENT.  STATISTICAL ACCOUNTS    *
001900*  ARE NOT ANALYSED.                                            *
002000*                                                               *
002100*  AN ACCOUNT IS FLAGGED WHEN EITHER CHANGE IS MORE THAN THE    *
002200*  AMOUNT LIMIT, OR MORE THAN THE PERCENTAGE LIMIT OF THE       *
002300*  COMPARISON MOVEMENT, HELD FOR ITS ACCOUNT TYPE ON THE FLUX   *
002400*  THRESHOLD MASTER (GLFLTREC) - THE COMPANY'S OWN ROW, ELSE    *
002500*  THE BLANK-COMPANY DEFAULT.  A ZERO COMPARISON MOVEMENT HAS   *
002600*  NO PERCENTAGE, SO ONLY THE AMOUNT LIMIT APPLIES TO IT.       *
002700*                                                               *
002800*  EVERY FLAGGED ACCOUNT IS RECORDED ON THE FLUX EXPLANATION    *
002900*  FILE (GLFLXREC), WHERE THE ACCOUNT OWNER KEYS THE            *
003000*  EXPLANATION ON GLFLXMNT.  A RERUN REFRESHES THE FIGURES BUT  *
003100*  KEEPS WHAT HAS BEEN KEYED, SO THE REPORT RUN AFTER THE       *
003200*  EXPLANATIONS ARE IN IS THE FINAL PACKAGE: EACH ACCOUNT WITH  *
003300*  MOVEMENT IN ANY OF THE THREE PERIODS PRINTS ITS FIGURES, A   *
003400*  FLAGGED ACCOUNT ITS PERCENTAGES AND EXPLANATION UNDER THEM,  *
003500*  AND EACH COMPANY ENDS WITH ITS COUNTS AND THE FLAGGED        *
003600*  ACCOUNTS STILL UNEXPLAINED.  AN ACCOUNT THE REQUESTING USER  *
003700*  MAY NOT SEE (GLRSTCHK) IS STILL TESTED AND RECORDED, BUT     *
003800*  ONLY COUNTED ON THE REPORT.                                  *
003900*                                                               *
004000*  THE SELECTIONS ARRIVE THROUGH LINKAGE (GLRQSREC): THE        *
004100*  COMPANY AND ACCOUNT RANGES, AND THE PERIOD TO ANALYSE IN     *
004200*  THE PERIOD-FROM FIELD (PERIOD-TO IF THAT IS ZERO).           *
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
005500     SELECT COA-FILE   ASSIGN TO GLCOA
005600         ORGANIZATION IS INDEXED
005700         ACCESS       IS DYNAMIC
005800         RECORD KEY   IS GLCOA-KEY
005900         FILE STATUS  IS WS-COA-STATUS.
006000
006100     SELECT BAL-FILE   ASSIGN TO GLPERBAL
006200         ORGANIZATION IS INDEXED
006300         ACCESS       IS DYNAMIC
006400         RECORD KEY   IS GLBAL-KEY
006500         FILE STATUS  IS WS-BAL-STATUS.
006600
006700     SELECT FLT-FILE   ASSIGN TO GLFLXTHR
006800         ORGANIZATION IS INDEXED
006900         ACCESS       IS DYNAMIC
007000         RECORD KEY   IS GLFLT-KEY
007100         FILE STATUS  IS WS-FLT-STATUS.
007200
007300     SELECT FLX-FILE   ASSIGN TO GLFLXEXP
007400         ORGANIZATION IS INDEXED
007500         ACCESS       IS DYNAMIC
007600         RECORD KEY   IS GLFLX-KEY
007700         FILE STATUS  IS WS-FLX-STATUS.
007800
007900     SELECT RPT-FILE   ASSIGN TO GLFLXRPTP
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS  IS WS-RPT-STATUS.
008200
008300/
008400*****************************************************************
008500* D A T A   D I V I S I O N                                     *
008600*****************************************************************
008700 DATA DIVISION.
008800 FILE SECTION.
008900
009000 FD  COA-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY GLCOAREC.
009300
009400 FD  BAL-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY GLBALREC.
009700
009800 FD  FLT-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY GLFLTREC.
010100
010200 FD  FLX-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY GLFLXREC.
010500
010600 FD  RPT-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORDING MODE IS F.
010900     COPY GLFLXPRT.
011000
011100/
011200*****************************************************************
011300* W O R K I N G   S T O R A G E   S E C T I O N                 *
011400*****************************************************************
011500 WORKING-STORAGE SECTION.
011600
011700 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
011800     88  WS-COA-OK                       VALUE "00".
011900     88  WS-COA-EOF                      VALUE "10".
012000
012100 77  WS-BAL-STATUS              PIC X(02) VALUE SPACES.
012200     88  WS-BAL-OK                       VALUE "00".
012300
012400 77  WS-FLT-STATUS              PIC X(02) VALUE SPACES.
012500     88  WS-FLT-OK                       VALUE "00".
012600
012700 77  WS-FLX-STATUS              PIC X(02) VALUE SPACES.
012800     88  WS-FLX-OK                       VALUE "00".
012900
013000 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
013100
013200 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
013300 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
013400 77  WS-SEL-ACCT-FROM           PIC 9(06) VALUE ZERO.
013500 77  WS-SEL-ACCT-TO             PIC 9(06) VALUE ZERO.
013600
013700 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
013800     88  WS-FIRST-RECORD                 VALUE "Y".
013900
014000 77  WS-FLX-FOUND-SW            PIC X(01) VALUE "N".
014100     88  WS-FLX-FOUND                    VALUE "Y".
014200
014300 77  WS-FLT-FOUND-SW            PIC X(01) VALUE "N".
014400     88  WS-FLT-FOUND                    VALUE "Y".
014500
014600 77  WS-FLAGGED-SW              PIC X(01) VALUE "N".
014700     88  WS-FLAGGED                      VALUE "Y".
014800
014900 77  WS-PRIOR-SW                PIC X(01) VALUE SPACES.
015000 77  WS-YEAR-SW                 PIC X(01) VALUE SPACES.
015100
015200 77  WS-PREV-CO                 PIC X(03) VALUE SPACES.
015300 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
015400
015500 77  WS-CURR-MOVE               PIC S9(09)V99 COMP-3 VALUE ZERO.
015600 77  WS-PRIOR-MOVE              PIC S9(09)V99 COMP-3 VALUE ZERO.
015700 77  WS-YEAR-MOVE               PIC S9(09)V99 COMP-3 VALUE ZERO.
015800 77  WS-PRIOR-CHG               PIC S9(09)V99 COMP-3 VALUE ZERO.
015900 77  WS-YEAR-CHG                PIC S9(09)V99 COMP-3 VALUE ZERO.
016000 77  WS-PRIOR-PCT               PIC S9(05)V99 COMP-3 VALUE ZERO.
016100 77  WS-YEAR-PCT                PIC S9(05)V99 COMP-3 VALUE ZERO.
016200 77  WS-AMT-LIMIT               PIC S9(09)V99 COMP-3 VALUE ZERO.
016300 77  WS-PCT-LIMIT               PIC S9(03)V99 COMP-3 VALUE ZERO.
016400
016500*
016600* ONE COMPARISON AT A TIME IS TESTED THROUGH THESE: THE
016700* COMPARISON MOVEMENT, THE CHANGE FROM IT AND ITS PERCENTAGE,
016800* EACH MADE POSITIVE, AND WHETHER A LIMIT WAS BROKEN.
016900*
017000 77  WS-TEST-BASE               PIC S9(09)V99 COMP-3 VALUE ZERO.
017100 77  WS-TEST-CHG                PIC S9(09)V99 COMP-3 VALUE ZERO.
017200 77  WS-TEST-PCT                PIC S9(05)V99 COMP-3 VALUE ZERO.
017300 77  WS-TEST-BREACH-SW          PIC X(01) VALUE "N".
017400     88  WS-TEST-BREACH                  VALUE "Y".
017500
017600 77  WS-CO-COMPARED-CNT         PIC 9(07) BINARY VALUE ZERO.
017700 77  WS-CO-FLAGGED-CNT          PIC 9(07) BINARY VALUE ZERO.
017800 77  WS-CO-EXPLAINED-CNT        PIC 9(07) BINARY VALUE ZERO.
017900 77  WS-CO-RESTRICT-CNT         PIC 9(07) BINARY VALUE ZERO.
018000 77  WS-CO-RESTRICT-UX-CNT      PIC 9(07) BINARY VALUE ZERO.
018100 77  WS-CO-NO-LIMIT-CNT         PIC 9(07) BINARY VALUE ZERO.
018200 77  WS-COMPANY-CNT             PIC 9(07) BINARY VALUE ZERO.
018300 77  WS-TOT-FLAGGED-CNT         PIC 9(07) BINARY VALUE ZERO.
018400 77  WS-TOT-UNEXPLAINED-CNT     PIC 9(07) BINARY VALUE ZERO.
018500
018600 77  WS-UX-IX                   PIC 9(03) BINARY VALUE ZERO.
018700 77  WS-UX-CNT                  PIC 9(03) BINARY VALUE ZERO.
018800 77  WS-UX-LOST-CNT             PIC 9(07) BINARY VALUE ZERO.
018900
019000*
019100* THE PERIOD ANALYSED AND THE TWO IT IS COMPARED WITH.
019200*
019300 01  WS-CURR-PERIOD             PIC 9(06) VALUE ZERO.
019400 01  WS-CURR-PERIOD-R           REDEFINES WS-CURR-PERIOD.
019500     05  WS-CURR-YYYY           PIC 9(04).
019600     05  WS-CURR-PP             PIC 9(02).
019700
019800 01  WS-PRIOR-PERIOD            PIC 9(06) VALUE ZERO.
019900 01  WS-PRIOR-PERIOD-R          REDEFINES WS-PRIOR-PERIOD.
020000     05  WS-PRIOR-YYYY          PIC 9(04).
020100     05  WS-PRIOR-PP            PIC 9(02).
020200
020300 01  WS-YEAR-PERIOD             PIC 9(06) VALUE ZERO.
020400 01  WS-YEAR-PERIOD-R           REDEFINES WS-YEAR-PERIOD.
020500     05  WS-YEAR-YYYY           PIC 9(04).
020600     05  WS-YEAR-PP             PIC 9(02).
020700
020800*
020900* ONE COMPANY'S FLAGGED ACCOUNTS STILL WITHOUT AN EXPLANATION,
021000* LISTED AT THE COMPANY'S END.
021100*
021200 01  WS-UX-TABLE.
021300     05  WS-UX-ENTRY            OCCURS 500 TIMES.
021400         10  WS-UX-ACCT-NO          PIC 9(06).
021500         10  WS-UX-DESC             PIC X(30).
021600         10  WS-UX-PRIOR-SW         PIC X(01).
021700         10  WS-UX-YEAR-SW          PIC X(01).
021800
021900     COPY GLRSCREC.
022000
022100 01  WS-HEADING-1.
022200     05  FILLER                 PIC X(30)
022300         VALUE "PERIOD FLUX ANALYSIS - PERIOD ".
022400     05  WS-HD1-PERIOD          PIC 9(06).
022500     05  FILLER                 PIC X(12) VALUE "  PRIOR PER ".
022600     05  WS-HD1-PRIOR           PIC 9(06).
022700     05  FILLER                 PIC X(12) VALUE "  PRIOR YR  ".
022800     05  WS-HD1-YEAR            PIC 9(06).
022900
023000 01  WS-SELECT-LINE.
023100     05  FILLER                 PIC X(03) VALUE "CO=".
023200     05  WS-SEL-PRT-CO-FROM     PIC X(03).
023300     05  FILLER                 PIC X(01) VALUE "-".
023400     05  WS-SEL-PRT-CO-TO       PIC X(03).
023500     05  FILLER                 PIC X(07) VALUE " ACCT=".
023600     05  WS-SEL-PRT-ACCT-FROM   PIC 9(06).
023700     05  FILLER                 PIC X(01) VALUE "-".
023800     05  WS-SEL-PRT-ACCT-TO     PIC 9(06).
023900     05  FILLER                 PIC X(06) VALUE " RUN ".
024000     05  WS-SEL-PRT-DATE        PIC 9(08).
024100
024200 01  WS-HEADING-2.
024300     05  FILLER                 PIC X(40)
024400         VALUE "ACCOUNT  THIS PERIOD PRIOR PERIOD       ".
024500     05  FILLER                 PIC X(36)
024600         VALUE "CHANGE   PRIOR YEAR       CHANGE FLG".
024700
024800 01  WS-COMPANY-LINE.
024900     05  FILLER                 PIC X(08) VALUE "COMPANY ".
025000     05  WS-COL-CO-CODE         PIC X(03).
025100
025200 01  WS-DETAIL-LINE.
025300     05  WS-DTL-ACCT-NO         PIC 9(06).
025400     05  FILLER                 PIC X(02) VALUE SPACES.
025500     05  WS-DTL-CURR            PIC -(8)9.99.
025600     05  FILLER                 PIC X(01) VALUE SPACES.
025700     05  WS-DTL-PRIOR           PIC -(8)9.99.
025800     05  FILLER                 PIC X(01) VALUE SPACES.
025900     05  WS-DTL-PRIOR-CHG       PIC -(8)9.99.
026000     05  FILLER                 PIC X(01) VALUE SPACES.
026100     05  WS-DTL-YEAR            PIC -(8)9.99.
026200     05  FILLER                 PIC X(01) VALUE SPACES.
026300     05  WS-DTL-YEAR-CHG        PIC -(8)9.99.
026400     05  FILLER                 PIC X(01) VALUE SPACES.
026500     05  WS-DTL-FLAG            PIC X(01).
026600     05  WS-DTL-PRIOR-SW        PIC X(01).
026700     05  WS-DTL-YEAR-SW         PIC X(01).
026800
026900 01  WS-PCT-LINE.
027000     05  FILLER                 PIC X(08) VALUE SPACES.
027100     05  WS-PCL-DESC            PIC X(25).
027200     05  FILLER                 PIC X(01) VALUE SPACES.
027300     05  WS-PCL-PRIOR-PCT       PIC -(8)9.99.
027400     05  FILLER                 PIC X(01) VALUE "%".
027500     05  FILLER                 PIC X(13) VALUE SPACES.
027600     05  WS-PCL-YEAR-PCT        PIC -(8)9.99.
027700     05  FILLER                 PIC X(01) VALUE "%".
027800
027900 01  WS-EXPL-LINE.
028000     05  FILLER                 PIC X(10) VALUE SPACES.
028100     05  WS-EXL-TEXT            PIC X(60).
028200
028300 01  WS-EXPL-BY-LINE.
028400     05  FILLER                 PIC X(23)
028500         VALUE "          EXPLAINED BY ".
028600     05  WS-EBL-USER            PIC X(10).
028700     05  FILLER                 PIC X(04) VALUE " ON ".
028800     05  WS-EBL-DATE            PIC 9(08).
028900
029000 01  WS-COUNT-LINE.
029100     05  FILLER                 PIC X(02) VALUE SPACES.
029200     05  WS-CNL-COUNT           PIC Z(06)9.
029300     05  FILLER                 PIC X(01) VALUE SPACES.
029400     05  WS-CNL-TEXT            PIC X(50).
029500
029600 01  WS-UX-LINE.
029700     05  FILLER                 PIC X(04) VALUE SPACES.
029800     05  WS-UXL-ACCT-NO         PIC 9(06).
029900     05  FILLER                 PIC X(02) VALUE SPACES.
030000     05  WS-UXL-DESC            PIC X(30).
030100     05  FILLER                 PIC X(02) VALUE SPACES.
030200     05  WS-UXL-PRIOR-SW        PIC X(01).
030300     05  WS-UXL-YEAR-SW         PIC X(01).
030400
030500/
030600****************************************************************
030700* L I N K A G E   S E C T I O N                                 *
030800****************************************************************
030900 LINKAGE SECTION.
031000     COPY GLRQSREC.
031100/
031200*****************************************************************
031300* P R O C E D U R E   D I V I S I O N                           *
031400*****************************************************************
031500 PROCEDURE DIVISION      USING GLRQS-RECORD.
031600
031700*****************************************************************
031800* 0000-MAINLINE                                                 *
031900*****************************************************************
032000 0000-MAINLINE.
032100     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
032200     IF  WS-CURR-PERIOD IS EQUAL TO ZERO
032300         MOVE SPACES              TO  GLFLXP-RECORD
032400         MOVE "*** NO PERIOD SELECTED - NOTHING ANALYSED ***"
032500                                  TO  GLFLXP-RECORD
032600         WRITE GLFLXP-RECORD
032700         PERFORM 9000-TERMINATE   THRU 9000-EXIT
032800         GO TO 9999-EXIT.
032900
033000     PERFORM 2000-ONE-ACCOUNT         THRU 2000-EXIT
033100         UNTIL WS-COA-EOF.
033200
033300     IF  WS-FIRST-RECORD
033400         MOVE SPACES              TO  GLFLXP-RECORD
033500         MOVE "*** NO ACCOUNT MOVEMENT FOR THE SELECTIONS ***"
033600                                  TO  GLFLXP-RECORD
033700         WRITE GLFLXP-RECORD
033800     ELSE
033900         PERFORM 3000-CLOSE-COMPANY THRU 3000-EXIT
034000         PERFORM 3500-PRINT-RUN-TOTALS THRU 3500-EXIT.
034100
034200     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
034300     GO TO 9999-EXIT.
034400
034500*****************************************************************
034600* 1000-INITIALIZE - NORMALIZE THE SELECTIONS, WORK OUT THE      *
034700*                   COMPARISON PERIODS, OPEN THE FILES, PRINT   *
034800*                   THE HEADINGS AND POSITION AT THE FIRST      *
034900*                   SELECTED ACCOUNT                            *
035000*****************************************************************
035100 1000-INITIALIZE.
035200     PERFORM 1050-SET-SELECTIONS THRU 1050-EXIT.
035300     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
035400     OPEN INPUT  COA-FILE.
035500     OPEN INPUT  BAL-FILE.
035600     OPEN INPUT  FLT-FILE.
035700     OPEN I-O    FLX-FILE.
035800     OPEN OUTPUT RPT-FILE.
035900
036000     MOVE WS-CURR-PERIOD          TO  WS-HD1-PERIOD.
036100     MOVE WS-PRIOR-PERIOD         TO  WS-HD1-PRIOR.
036200     MOVE WS-YEAR-PERIOD          TO  WS-HD1-YEAR.
036300     MOVE WS-HEADING-1            TO  GLFLXP-RECORD.
036400     WRITE GLFLXP-RECORD.
036500
036600     MOVE GLRQS-CO-FROM           TO  WS-SEL-PRT-CO-FROM.
036700     MOVE GLRQS-CO-TO             TO  WS-SEL-PRT-CO-TO.
036800     IF  GLRQS-CO-FROM IS EQUAL TO SPACES
036900         MOVE "ALL"               TO  WS-SEL-PRT-CO-FROM
037000         MOVE "ALL"               TO  WS-SEL-PRT-CO-TO.
037100     MOVE WS-SEL-ACCT-FROM        TO  WS-SEL-PRT-ACCT-FROM.
037200     MOVE WS-SEL-ACCT-TO          TO  WS-SEL-PRT-ACCT-TO.
037300     MOVE WS-RUN-DATE             TO  WS-SEL-PRT-DATE.
037400     MOVE WS-SELECT-LINE          TO  GLFLXP-RECORD.
037500     WRITE GLFLXP-RECORD.
037600
037700     IF  WS-CURR-PERIOD IS EQUAL TO ZERO
037800         GO TO 1000-EXIT.
037900
038000     MOVE WS-SEL-CO-FROM          TO  GLCOA-CO-CODE.
038100     MOVE WS-SEL-ACCT-FROM        TO  GLCOA-ACCT-NO.
038200     START COA-FILE
038300         KEY IS NOT LESS THAN GLCOA-KEY
038400         INVALID KEY
038500             MOVE "10"            TO  WS-COA-STATUS.
038600
038700     IF  WS-COA-OK
038800         PERFORM 2100-READ-NEXT-COA THRU 2100-EXIT.
038900 1000-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300* 1050-SET-SELECTIONS - NORMALIZE THE CALLER'S SELECTIONS:      *
039400*                       BLANK/ZERO MEANS NO LIMIT ON THAT       *
039500*                       SIDE OF THE RANGE.  THE PRIOR PERIOD    *
039600*                       STEPS BACK OVER A YEAR END; PERIOD 13   *
039700*                       STEPS BACK TO PERIOD 12                 *
039800*****************************************************************
039900 1050-SET-SELECTIONS.
040000     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
040100     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
040200     MOVE GLRQS-ACCT-FROM         TO  WS-SEL-ACCT-FROM.
040300     MOVE GLRQS-ACCT-TO           TO  WS-SEL-ACCT-TO.
040400
040500     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
040600         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
040700     ELSE
040800         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
040900             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
041000
041100     IF  WS-SEL-ACCT-TO IS EQUAL TO ZERO
041200         MOVE 999999              TO  WS-SEL-ACCT-TO.
041300
041400     MOVE GLRQS-PERIOD-FROM       TO  WS-CURR-PERIOD.
041500     IF  WS-CURR-PERIOD IS EQUAL TO ZERO
041600         MOVE GLRQS-PERIOD-TO     TO  WS-CURR-PERIOD.
041700     IF  WS-CURR-PERIOD IS EQUAL TO ZERO
041800         GO TO 1050-EXIT.
041900
042000     MOVE WS-CURR-PERIOD          TO  WS-PRIOR-PERIOD.
042100     IF  WS-CURR-PP IS EQUAL TO 13
042200         MOVE 12                  TO  WS-PRIOR-PP
042300     ELSE
042400         IF  WS-CURR-PP IS NOT GREATER THAN 1
042500             SUBTRACT 1           FROM WS-PRIOR-YYYY
042600             MOVE 12              TO  WS-PRIOR-PP
042700         ELSE
042800             SUBTRACT 1           FROM WS-PRIOR-PP.
042900
043000     MOVE WS-CURR-PERIOD          TO  WS-YEAR-PERIOD.
043100     SUBTRACT 1                   FROM WS-YEAR-YYYY.
043200 1050-EXIT.
043300     EXIT.
043400
043500*****************************************************************
043600* 2000-ONE-ACCOUNT - CLOSE OFF THE PRIOR COMPANY ON A CHANGE,   *
043700*                    THEN COMPARE, TEST, RECORD AND PRINT THE   *
043800*                    ACCOUNT                                    *
043900*****************************************************************
044000 2000-ONE-ACCOUNT.
044100     IF  GLCOA-TYPE-STAT
044200         GO TO 2000-NEXT.
044300     IF  GLCOA-ACCT-NO IS LESS THAN WS-SEL-ACCT-FROM
044400     OR  GLCOA-ACCT-NO IS GREATER THAN WS-SEL-ACCT-TO
044500         GO TO 2000-NEXT.
044600
044700     MOVE GLCOA-CO-CODE           TO  GLBAL-CO-CODE.
044800     MOVE GLCOA-ACCT-NO           TO  GLBAL-ACCT-NO.
044900     MOVE WS-CURR-PERIOD          TO  GLBAL-PERIOD.
045000     PERFORM 2200-GET-MOVEMENT    THRU 2200-EXIT.
045100     MOVE WS-TEST-BASE            TO  WS-CURR-MOVE.
045200     MOVE WS-PRIOR-PERIOD         TO  GLBAL-PERIOD.
045300     PERFORM 2200-GET-MOVEMENT    THRU 2200-EXIT.
045400     MOVE WS-TEST-BASE            TO  WS-PRIOR-MOVE.
045500     MOVE WS-YEAR-PERIOD          TO  GLBAL-PERIOD.
045600     PERFORM 2200-GET-MOVEMENT    THRU 2200-EXIT.
045700     MOVE WS-TEST-BASE            TO  WS-YEAR-MOVE.
045800
045900     PERFORM 2300-READ-FLUX-ROW   THRU 2300-EXIT.
046000     IF  WS-CURR-MOVE IS EQUAL TO ZERO
046100     AND WS-PRIOR-MOVE IS EQUAL TO ZERO
046200     AND WS-YEAR-MOVE IS EQUAL TO ZERO
046300     AND NOT WS-FLX-FOUND
046400         GO TO 2000-NEXT.
046500
046600     IF  WS-FIRST-RECORD
046700         MOVE GLCOA-CO-CODE       TO  WS-PREV-CO
046800         MOVE "N"                 TO  WS-FIRST-REC-SW
046900         PERFORM 2050-OPEN-COMPANY THRU 2050-EXIT.
047000
047100     IF  GLCOA-CO-CODE IS NOT EQUAL TO WS-PREV-CO
047200         PERFORM 3000-CLOSE-COMPANY THRU 3000-EXIT
047300         MOVE GLCOA-CO-CODE       TO  WS-PREV-CO
047400         PERFORM 2050-OPEN-COMPANY THRU 2050-EXIT.
047500
047600     ADD 1                        TO  WS-CO-COMPARED-CNT.
047700     PERFORM 2400-TEST-ACCOUNT    THRU 2400-EXIT.
047800     PERFORM 2500-RECORD-FLUX-ROW THRU 2500-EXIT.
047900
048000     IF  WS-FLAGGED
048100         ADD 1                    TO  WS-CO-FLAGGED-CNT.
048200     IF  WS-FLAGGED
048300     AND GLFLX-EXPLANATION IS NOT EQUAL TO SPACES
048400         ADD 1                    TO  WS-CO-EXPLAINED-CNT.
048500
048600     PERFORM 2600-CHECK-RESTRICTED THRU 2600-EXIT.
048700     IF  GLRSC-HIDE
048800     AND WS-FLAGGED
048900     AND GLFLX-EXPLANATION IS EQUAL TO SPACES
049000         ADD 1                    TO  WS-CO-RESTRICT-UX-CNT.
049100     IF  GLRSC-HIDE
049200         ADD 1                    TO  WS-CO-RESTRICT-CNT
049300         GO TO 2000-NEXT.
049400
049500     PERFORM 2700-PRINT-ACCOUNT   THRU 2700-EXIT.
049600     IF  WS-FLAGGED
049700     AND GLFLX-EXPLANATION IS EQUAL TO SPACES
049800         PERFORM 2800-NOTE-UNEXPLAINED THRU 2800-EXIT.
049900 2000-NEXT.
050000     PERFORM 2100-READ-NEXT-COA       THRU 2100-EXIT.
050100 2000-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500* 2050-OPEN-COMPANY - START A COMPANY'S SECTION OF THE PACKAGE  *
050600*****************************************************************
050700 2050-OPEN-COMPANY.
050800     ADD 1                        TO  WS-COMPANY-CNT.
050900     MOVE ZERO                    TO  WS-CO-COMPARED-CNT.
051000     MOVE ZERO                    TO  WS-CO-FLAGGED-CNT.
051100     MOVE ZERO                    TO  WS-CO-EXPLAINED-CNT.
051200     MOVE ZERO                    TO  WS-CO-RESTRICT-CNT.
051300     MOVE ZERO                    TO  WS-CO-RESTRICT-UX-CNT.
051400     MOVE ZERO                    TO  WS-CO-NO-LIMIT-CNT.
051500     MOVE ZERO                    TO  WS-UX-CNT.
051600     MOVE ZERO                    TO  WS-UX-LOST-CNT.
051700
051800     MOVE SPACES                  TO  GLFLXP-RECORD.
051900     WRITE GLFLXP-RECORD.
052000     MOVE GLCOA-CO-CODE           TO  WS-COL-CO-CODE.
052100     MOVE WS-COMPANY-LINE         TO  GLFLXP-RECORD.
052200     WRITE GLFLXP-RECORD.
052300     MOVE WS-HEADING-2            TO  GLFLXP-RECORD.
052400     WRITE GLFLXP-RECORD.
052500 2050-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900* 2100-READ-NEXT-COA - READ THE NEXT ACCOUNT IN THE SELECTED    *
053000*                      COMPANY RANGE                            *
053100*****************************************************************
053200 2100-READ-NEXT-COA.
053300     READ COA-FILE NEXT RECORD
053400         AT END
053500             MOVE "10"            TO  WS-COA-STATUS
053600             GO TO 2100-EXIT.
053700
053800     IF  GLCOA-CO-CODE IS GREATER THAN WS-SEL-CO-TO
053900         MOVE "10"                TO  WS-COA-STATUS.
054000 2100-EXIT.
054100     EXIT.
054200
054300*****************************************************************
054400* 2200-GET-MOVEMENT - THE KEYED PERIOD'S DEBIT LESS CREDIT,     *
054500*                     RETURNED IN WS-TEST-BASE; NO ROW, OR A    *
054600*                     CONVERSION ROW, IS NO MOVEMENT            *
054700*****************************************************************
054800 2200-GET-MOVEMENT.
054900     MOVE ZERO                    TO  WS-TEST-BASE.
055000     READ BAL-FILE
055100         INVALID KEY
055200             GO TO 2200-EXIT.
055300
055400     IF  GLBAL-IS-CONVERSION
055500         GO TO 2200-EXIT.
055600
055700     SUBTRACT GLBAL-PERIOD-CR     FROM GLBAL-PERIOD-DR
055800         GIVING WS-TEST-BASE.
055900 2200-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300* 2300-READ-FLUX-ROW - THE ACCOUNT'S FLUX ROW FOR THE PERIOD,   *
056400*                      IF AN EARLIER RUN FLAGGED IT             *
056500*****************************************************************
056600 2300-READ-FLUX-ROW.
056700     MOVE "Y"                     TO  WS-FLX-FOUND-SW.
056800     MOVE GLCOA-CO-CODE           TO  GLFLX-CO-CODE.
056900     MOVE GLCOA-ACCT-NO           TO  GLFLX-ACCT-NO.
057000     MOVE WS-CURR-PERIOD          TO  GLFLX-PERIOD.
057100     READ FLX-FILE
057200         INVALID KEY
057300             MOVE "N"             TO  WS-FLX-FOUND-SW.
057400 2300-EXIT.
057500     EXIT.
057600
057700*****************************************************************
057800* 2400-TEST-ACCOUNT - WORK OUT BOTH CHANGES AND PERCENTAGES AND *
057900*                     TEST EACH AGAINST THE ACCOUNT TYPE'S      *
058000*                     LIMITS; A TYPE WITH NO LIMITS ON FILE     *
058100*                     IS COUNTED AND NEVER FLAGGED              *
058200*****************************************************************
058300 2400-TEST-ACCOUNT.
058400     MOVE "N"                     TO  WS-FLAGGED-SW.
058500     MOVE SPACE                   TO  WS-PRIOR-SW.
058600     MOVE SPACE                   TO  WS-YEAR-SW.
058700     PERFORM 2420-FIND-LIMITS     THRU 2420-EXIT.
058800     IF  NOT WS-FLT-FOUND
058900         ADD 1                    TO  WS-CO-NO-LIMIT-CNT.
059000
059100     SUBTRACT WS-PRIOR-MOVE       FROM WS-CURR-MOVE
059200         GIVING WS-PRIOR-CHG.
059300     MOVE WS-PRIOR-MOVE           TO  WS-TEST-BASE.
059400     MOVE WS-PRIOR-CHG            TO  WS-TEST-CHG.
059500     PERFORM 2450-TEST-CHANGE     THRU 2450-EXIT.
059600     MOVE WS-TEST-PCT             TO  WS-PRIOR-PCT.
059700     IF  WS-PRIOR-CHG IS LESS THAN ZERO
059800         SUBTRACT WS-PRIOR-PCT    FROM ZERO GIVING WS-PRIOR-PCT.
059900     IF  WS-TEST-BREACH
060000         MOVE "P"                 TO  WS-PRIOR-SW
060100         MOVE "Y"                 TO  WS-FLAGGED-SW.
060200
060300     SUBTRACT WS-YEAR-MOVE        FROM WS-CURR-MOVE
060400         GIVING WS-YEAR-CHG.
060500     MOVE WS-YEAR-MOVE            TO  WS-TEST-BASE.
060600     MOVE WS-YEAR-CHG             TO  WS-TEST-CHG.
060700     PERFORM 2450-TEST-CHANGE     THRU 2450-EXIT.
060800     MOVE WS-TEST-PCT             TO  WS-YEAR-PCT.
060900     IF  WS-YEAR-CHG IS LESS THAN ZERO
061000         SUBTRACT WS-YEAR-PCT     FROM ZERO GIVING WS-YEAR-PCT.
061100     IF  WS-TEST-BREACH
061200         MOVE "Y"                 TO  WS-YEAR-SW
061300         MOVE "Y"                 TO  WS-FLAGGED-SW.
061400 2400-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800* 2420-FIND-LIMITS - THE COMPANY'S LIMITS FOR THE ACCOUNT TYPE, *
061900*                    ELSE THE BLANK-COMPANY DEFAULT             *
062000*****************************************************************
062100 2420-FIND-LIMITS.
062200     MOVE "Y"                     TO  WS-FLT-FOUND-SW.
062300     MOVE ZERO                    TO  WS-AMT-LIMIT.
062400     MOVE ZERO                    TO  WS-PCT-LIMIT.
062500     MOVE GLCOA-CO-CODE           TO  GLFLT-CO-CODE.
062600     MOVE GLCOA-TYPE              TO  GLFLT-ACCT-TYPE.
062700     READ FLT-FILE
062800         INVALID KEY
062900             MOVE "N"             TO  WS-FLT-FOUND-SW.
063000     IF  WS-FLT-FOUND
063100         GO TO 2420-TAKE-LIMITS.
063200
063300     MOVE "Y"                     TO  WS-FLT-FOUND-SW.
063400     MOVE SPACES                  TO  GLFLT-CO-CODE.
063500     READ FLT-FILE
063600         INVALID KEY
063700             MOVE "N"             TO  WS-FLT-FOUND-SW
063800             GO TO 2420-EXIT.
063900 2420-TAKE-LIMITS.
064000     MOVE GLFLT-AMT-LIMIT         TO  WS-AMT-LIMIT.
064100     MOVE GLFLT-PCT-LIMIT         TO  WS-PCT-LIMIT.
064200 2420-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600* 2450-TEST-CHANGE - ONE COMPARISON: THE CHANGE AND ITS         *
064700*                    PERCENTAGE OF THE COMPARISON MOVEMENT,     *
064800*                    BOTH POSITIVE, AND WHETHER EITHER BREAKS   *
064900*                    ITS LIMIT.  A ZERO LIMIT IS NOT TESTED;    *
065000*                    A PERCENTAGE TOO LARGE TO HOLD IS HELD AT  *
065100*                    ITS CEILING                                *
065200*****************************************************************
065300 2450-TEST-CHANGE.
065400     MOVE "N"                     TO  WS-TEST-BREACH-SW.
065500     MOVE ZERO                    TO  WS-TEST-PCT.
065600     IF  WS-TEST-CHG IS LESS THAN ZERO
065700         SUBTRACT WS-TEST-CHG     FROM ZERO GIVING WS-TEST-CHG.
065800     IF  WS-TEST-BASE IS LESS THAN ZERO
065900         SUBTRACT WS-TEST-BASE    FROM ZERO GIVING WS-TEST-BASE.
066000
066100     IF  WS-TEST-BASE IS NOT EQUAL TO ZERO
066200         COMPUTE WS-TEST-PCT ROUNDED =
066300             (WS-TEST-CHG / WS-TEST-BASE) * 100
066400             ON SIZE ERROR
066500                 MOVE 99999.99    TO  WS-TEST-PCT.
066600
066700     IF  WS-AMT-LIMIT IS GREATER THAN ZERO
066800     AND WS-TEST-CHG IS GREATER THAN WS-AMT-LIMIT
066900         MOVE "Y"                 TO  WS-TEST-BREACH-SW.
067000
067100     IF  WS-PCT-LIMIT IS GREATER THAN ZERO
067200     AND WS-TEST-BASE IS NOT EQUAL TO ZERO
067300     AND WS-TEST-PCT IS GREATER THAN WS-PCT-LIMIT
067400         MOVE "Y"                 TO  WS-TEST-BREACH-SW.
067500 2450-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900* 2500-RECORD-FLUX-ROW - WRITE A NEWLY FLAGGED ACCOUNT'S ROW,   *
068000*                        OR REFRESH THE FIGURES ON ONE ALREADY  *
068100*                        ON FILE, KEEPING ITS EXPLANATION       *
068200*****************************************************************
068300 2500-RECORD-FLUX-ROW.
068400     IF  NOT WS-FLAGGED
068500     AND NOT WS-FLX-FOUND
068600         MOVE SPACES              TO  GLFLX-EXPLANATION
068700         GO TO 2500-EXIT.
068800
068900     IF  NOT WS-FLX-FOUND
069000         MOVE SPACES              TO  GLFLX-RECORD
069100         MOVE GLCOA-CO-CODE       TO  GLFLX-CO-CODE
069200         MOVE GLCOA-ACCT-NO       TO  GLFLX-ACCT-NO
069300         MOVE WS-CURR-PERIOD      TO  GLFLX-PERIOD
069400         MOVE ZERO                TO  GLFLX-EXPL-DATE
069500         MOVE ZERO                TO  GLFLX-EXPL-TIME.
069600
069700     MOVE GLCOA-TYPE              TO  GLFLX-ACCT-TYPE.
069800     MOVE WS-RUN-DATE             TO  GLFLX-RUN-DATE.
069900     MOVE WS-PRIOR-PERIOD         TO  GLFLX-PRIOR-PERIOD.
070000     MOVE WS-YEAR-PERIOD          TO  GLFLX-YEAR-PERIOD.
070100     MOVE WS-CURR-MOVE            TO  GLFLX-CURR-MOVE.
070200     MOVE WS-PRIOR-MOVE           TO  GLFLX-PRIOR-MOVE.
070300     MOVE WS-YEAR-MOVE            TO  GLFLX-YEAR-MOVE.
070400     MOVE WS-PRIOR-CHG            TO  GLFLX-PRIOR-CHG.
070500     MOVE WS-YEAR-CHG             TO  GLFLX-YEAR-CHG.
070600     MOVE WS-PRIOR-PCT            TO  GLFLX-PRIOR-PCT.
070700     MOVE WS-YEAR-PCT             TO  GLFLX-YEAR-PCT.
070800     MOVE WS-AMT-LIMIT            TO  GLFLX-AMT-LIMIT.
070900     MOVE WS-PCT-LIMIT            TO  GLFLX-PCT-LIMIT.
071000     MOVE "N"                     TO  GLFLX-FLAGGED-SW.
071100     IF  WS-FLAGGED
071200         MOVE "Y"                 TO  GLFLX-FLAGGED-SW.
071300     MOVE WS-PRIOR-SW             TO  GLFLX-PRIOR-SW.
071400     MOVE WS-YEAR-SW              TO  GLFLX-YEAR-SW.
071500
071600     IF  WS-FLX-FOUND
071700         REWRITE GLFLX-RECORD
071800     ELSE
071900         WRITE GLFLX-RECORD.
072000     IF  NOT WS-FLX-OK
072100         DISPLAY "GLFLXRPT - ERROR WRITING GLFLXEXP, STATUS "
072200                 WS-FLX-STATUS
072300         STOP RUN.
072400 2500-EXIT.
072500     EXIT.
072600
072700*****************************************************************
072800* 2600-CHECK-RESTRICTED - ASK WHETHER THE REQUESTING USER MAY   *
072900*                         SEE THE ACCOUNT; A REFUSAL IS LOGGED  *
073000*                         ONCE PER ACCOUNT                      *
073100*****************************************************************
073200 2600-CHECK-RESTRICTED.
073300     MOVE "C"                     TO  GLRSC-FUNCTION.
073400     MOVE GLRQS-USER-ID           TO  GLRSC-USER-ID.
073500     MOVE GLCOA-CO-CODE           TO  GLRSC-CO-CODE.
073600     MOVE GLCOA-ACCT-NO           TO  GLRSC-ACCT-NO.
073700     MOVE "O"                     TO  GLRSC-LOG-SW.
073800     CALL "GLRSTCHK"         USING GLRSC-AREA.
073900 2600-EXIT.
074000     EXIT.
074100
074200*****************************************************************
074300* 2700-PRINT-ACCOUNT - THE ACCOUNT'S FIGURES; A FLAGGED ONE     *
074400*                      ALSO PRINTS ITS DESCRIPTION AND          *
074500*                      PERCENTAGES AND ITS EXPLANATION          *
074600*****************************************************************
074700 2700-PRINT-ACCOUNT.
074800     MOVE GLCOA-ACCT-NO           TO  WS-DTL-ACCT-NO.
074900     MOVE WS-CURR-MOVE            TO  WS-DTL-CURR.
075000     MOVE WS-PRIOR-MOVE           TO  WS-DTL-PRIOR.
075100     MOVE WS-PRIOR-CHG            TO  WS-DTL-PRIOR-CHG.
075200     MOVE WS-YEAR-MOVE            TO  WS-DTL-YEAR.
075300     MOVE WS-YEAR-CHG             TO  WS-DTL-YEAR-CHG.
075400     MOVE SPACE                   TO  WS-DTL-FLAG.
075500     IF  WS-FLAGGED
075600         MOVE "*"                 TO  WS-DTL-FLAG.
075700     MOVE WS-PRIOR-SW             TO  WS-DTL-PRIOR-SW.
075800     MOVE WS-YEAR-SW              TO  WS-DTL-YEAR-SW.
075900     MOVE WS-DETAIL-LINE          TO  GLFLXP-RECORD.
076000     WRITE GLFLXP-RECORD.
076100
076200     IF  NOT WS-FLAGGED
076300         GO TO 2700-EXIT.
076400
076500     MOVE GLCOA-DESC              TO  WS-PCL-DESC.
076600     MOVE WS-PRIOR-PCT            TO  WS-PCL-PRIOR-PCT.
076700     MOVE WS-YEAR-PCT             TO  WS-PCL-YEAR-PCT.
076800     MOVE WS-PCT-LINE             TO  GLFLXP-RECORD.
076900     WRITE GLFLXP-RECORD.
077000
077100     IF  GLFLX-EXPLANATION IS EQUAL TO SPACES
077200         MOVE "*** NOT YET EXPLAINED ***" TO  WS-EXL-TEXT
077300         MOVE WS-EXPL-LINE        TO  GLFLXP-RECORD
077400         WRITE GLFLXP-RECORD
077500         GO TO 2700-EXIT.
077600
077700     MOVE GLFLX-EXPL-LINE-1       TO  WS-EXL-TEXT.
077800     PERFORM 2750-PRINT-EXPL-LINE THRU 2750-EXIT.
077900     MOVE GLFLX-EXPL-LINE-2       TO  WS-EXL-TEXT.
078000     PERFORM 2750-PRINT-EXPL-LINE THRU 2750-EXIT.
078100     MOVE GLFLX-EXPL-LINE-3       TO  WS-EXL-TEXT.
078200     PERFORM 2750-PRINT-EXPL-LINE THRU 2750-EXIT.
078300
078400     MOVE GLFLX-EXPL-USER         TO  WS-EBL-USER.
078500     MOVE GLFLX-EXPL-DATE         TO  WS-EBL-DATE.
078600     MOVE WS-EXPL-BY-LINE         TO  GLFLXP-RECORD.
078700     WRITE GLFLXP-RECORD.
078800 2700-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200* 2750-PRINT-EXPL-LINE - ONE EXPLANATION LINE, IF KEYED         *
079300*****************************************************************
079400 2750-PRINT-EXPL-LINE.
079500     IF  WS-EXL-TEXT IS EQUAL TO SPACES
079600         GO TO 2750-EXIT.
079700     MOVE WS-EXPL-LINE            TO  GLFLXP-RECORD.
079800     WRITE GLFLXP-RECORD.
079900 2750-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300* 2800-NOTE-UNEXPLAINED - HOLD A FLAGGED, UNEXPLAINED ACCOUNT   *
080400*                         FOR THE COMPANY'S CLOSING LIST; A     *
080500*                         FULL LIST IS COUNTED                  *
080600*****************************************************************
080700 2800-NOTE-UNEXPLAINED.
080800     IF  WS-UX-CNT IS NOT LESS THAN 500
080900         ADD 1                    TO  WS-UX-LOST-CNT
081000         GO TO 2800-EXIT.
081100
081200     ADD 1                        TO  WS-UX-CNT.
081300     MOVE GLCOA-ACCT-NO           TO  WS-UX-ACCT-NO (WS-UX-CNT).
081400     MOVE GLCOA-DESC              TO  WS-UX-DESC (WS-UX-CNT).
081500     MOVE WS-PRIOR-SW             TO  WS-UX-PRIOR-SW (WS-UX-CNT).
081600     MOVE WS-YEAR-SW              TO  WS-UX-YEAR-SW (WS-UX-CNT).
081700 2800-EXIT.
081800     EXIT.
081900
082000*****************************************************************
082100* 3000-CLOSE-COMPANY - THE COMPANY'S COUNTS AND ITS FLAGGED     *
082200*                      ACCOUNTS STILL UNEXPLAINED               *
082300*****************************************************************
082400 3000-CLOSE-COMPANY.
082500     MOVE SPACES                  TO  GLFLXP-RECORD.
082600     WRITE GLFLXP-RECORD.
082700
082800     MOVE WS-CO-COMPARED-CNT      TO  WS-CNL-COUNT.
082900     MOVE "ACCOUNTS WITH MOVEMENT COMPARED" TO  WS-CNL-TEXT.
083000     PERFORM 3100-PRINT-COUNT     THRU 3100-EXIT.
083100     MOVE WS-CO-FLAGGED-CNT       TO  WS-CNL-COUNT.
083200     MOVE "ACCOUNTS FLAGGED"      TO  WS-CNL-TEXT.
083300     PERFORM 3100-PRINT-COUNT     THRU 3100-EXIT.
083400     MOVE WS-CO-EXPLAINED-CNT     TO  WS-CNL-COUNT.
083500     MOVE "FLAGGED ACCOUNTS EXPLAINED" TO  WS-CNL-TEXT.
083600     PERFORM 3100-PRINT-COUNT     THRU 3100-EXIT.
083700     SUBTRACT WS-CO-EXPLAINED-CNT FROM WS-CO-FLAGGED-CNT
083800         GIVING WS-CNL-COUNT.
083900     MOVE "FLAGGED ACCOUNTS NOT YET EXPLAINED" TO  WS-CNL-TEXT.
084000     PERFORM 3100-PRINT-COUNT     THRU 3100-EXIT.
084100     IF  WS-CO-NO-LIMIT-CNT IS GREATER THAN ZERO
084200         MOVE WS-CO-NO-LIMIT-CNT  TO  WS-CNL-COUNT
084300         MOVE "ACCOUNTS NOT TESTED - NO LIMITS FOR THEIR TYPE"
084400                                  TO  WS-CNL-TEXT
084500         PERFORM 3100-PRINT-COUNT THRU 3100-EXIT.
084600     IF  WS-CO-RESTRICT-CNT IS GREATER THAN ZERO
084700         MOVE WS-CO-RESTRICT-CNT  TO  WS-CNL-COUNT
084800         MOVE "RESTRICTED ACCOUNTS NOT SHOWN"
084900                                  TO  WS-CNL-TEXT
085000         PERFORM 3100-PRINT-COUNT THRU 3100-EXIT
085100         MOVE WS-CO-RESTRICT-UX-CNT TO WS-CNL-COUNT
085200         MOVE "  OF WHICH FLAGGED AND NOT YET EXPLAINED"
085300                                  TO  WS-CNL-TEXT
085400         PERFORM 3100-PRINT-COUNT THRU 3100-EXIT.
085500
085600     ADD WS-CO-FLAGGED-CNT        TO  WS-TOT-FLAGGED-CNT.
085700     ADD WS-CO-FLAGGED-CNT        TO  WS-TOT-UNEXPLAINED-CNT.
085800     SUBTRACT WS-CO-EXPLAINED-CNT FROM WS-TOT-UNEXPLAINED-CNT.
085900
086000     MOVE SPACES                  TO  GLFLXP-RECORD.
086100     WRITE GLFLXP-RECORD.
086200     MOVE SPACES                  TO  GLFLXP-RECORD.
086300     MOVE "  FLAGGED ACCOUNTS NOT YET EXPLAINED"
086400                                  TO  GLFLXP-RECORD.
086500     WRITE GLFLXP-RECORD.
086600     IF  WS-UX-CNT IS EQUAL TO ZERO
086700         MOVE SPACES              TO  GLFLXP-RECORD
086800         MOVE "    NONE"          TO  GLFLXP-RECORD
086900         WRITE GLFLXP-RECORD
087000         GO TO 3000-EXIT.
087100
087200     PERFORM 3200-PRINT-UX-LINE   THRU 3200-EXIT
087300         VARYING WS-UX-IX FROM 1 BY 1
087400         UNTIL WS-UX-IX IS GREATER THAN WS-UX-CNT.
087500     IF  WS-UX-LOST-CNT IS GREATER THAN ZERO
087600         MOVE WS-UX-LOST-CNT      TO  WS-CNL-COUNT
087700         MOVE "MORE - LIST FULL, SEE THE DETAIL ABOVE"
087800                                  TO  WS-CNL-TEXT
087900         PERFORM 3100-PRINT-COUNT THRU 3100-EXIT.
088000 3000-EXIT.
088100     EXIT.
088200
088300*****************************************************************
088400* 3100-PRINT-COUNT - ONE COUNT LINE                             *
088500*****************************************************************
088600 3100-PRINT-COUNT.
088700     MOVE WS-COUNT-LINE           TO  GLFLXP-RECORD.
088800     WRITE GLFLXP-RECORD.
088900 3100-EXIT.
089000     EXIT.
089100
089200*****************************************************************
089300* 3200-PRINT-UX-LINE - ONE UNEXPLAINED ACCOUNT                  *
089400*****************************************************************
089500 3200-PRINT-UX-LINE.
089600     MOVE WS-UX-ACCT-NO (WS-UX-IX) TO  WS-UXL-ACCT-NO.
089700     MOVE WS-UX-DESC (WS-UX-IX)   TO  WS-UXL-DESC.
089800     MOVE WS-UX-PRIOR-SW (WS-UX-IX) TO WS-UXL-PRIOR-SW.
089900     MOVE WS-UX-YEAR-SW (WS-UX-IX) TO  WS-UXL-YEAR-SW.
090000     MOVE WS-UX-LINE              TO  GLFLXP-RECORD.
090100     WRITE GLFLXP-RECORD.
090200 3200-EXIT.
090300     EXIT.
090400
090500*****************************************************************
090600* 3500-PRINT-RUN-TOTALS - THE RUN'S COMPANY, FLAGGED AND        *
090700*                         UNEXPLAINED COUNTS                    *
090800*****************************************************************
090900 3500-PRINT-RUN-TOTALS.
091000     MOVE SPACES                  TO  GLFLXP-RECORD.
091100     WRITE GLFLXP-RECORD.
091200     MOVE SPACES                  TO  GLFLXP-RECORD.
091300     MOVE "RUN TOTALS"            TO  GLFLXP-RECORD.
091400     WRITE GLFLXP-RECORD.
091500     MOVE WS-COMPANY-CNT          TO  WS-CNL-COUNT.
091600     MOVE "COMPANIES ANALYSED"    TO  WS-CNL-TEXT.
091700     PERFORM 3100-PRINT-COUNT     THRU 3100-EXIT.
091800     MOVE WS-TOT-FLAGGED-CNT      TO  WS-CNL-COUNT.
091900     MOVE "ACCOUNTS FLAGGED"      TO  WS-CNL-TEXT.
092000     PERFORM 3100-PRINT-COUNT     THRU 3100-EXIT.
092100     MOVE WS-TOT-UNEXPLAINED-CNT  TO  WS-CNL-COUNT.
092200     MOVE "FLAGGED ACCOUNTS NOT YET EXPLAINED" TO  WS-CNL-TEXT.
092300     PERFORM 3100-PRINT-COUNT     THRU 3100-EXIT.
092400 3500-EXIT.
092500     EXIT.
092600
092700*****************************************************************
092800* 9000-TERMINATE - CLOSE ALL FILES                              *
092900*****************************************************************
093000 9000-TERMINATE.
093100     CLOSE COA-FILE.
093200     CLOSE BAL-FILE.
093300     CLOSE FLT-FILE.
093400     CLOSE FLX-FILE.
093500     CLOSE RPT-FILE.
093600
093700     MOVE "E"                     TO  GLRSC-FUNCTION.
093800     CALL "GLRSTCHK"         USING GLRSC-AREA.
093900 9000-EXIT.
094000     EXIT.
094100
094200 9999-EXIT.
094300     STOP RUN.
