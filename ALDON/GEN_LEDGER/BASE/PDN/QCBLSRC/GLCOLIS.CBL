000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLCOLIS.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLCOLIS  -  COLUMNAR INCOME STATEMENT                        *
001000*                                                               *
001100*  THE FINANCIAL STATEMENT GENERATOR (GLFINSTM) PRINTS ONE      *
001200*  COLUMN PER COMPANY; THIS REPORT PRINTS EACH COMPANY'S        *
001300*  INCOME STATEMENT WITH ONE COLUMN PER DEPARTMENT OR DIVISION  *
001400*  AND A TOTAL COLUMN, DRIVEN BY THE SAME STATEMENT LAYOUT      *
001500*  MASTER (GLSTLREC, STATEMENT TYPE "I").  THE COLUMNS ARE:     *
001600*    - BASIS "H" - THE POSTING DEPARTMENTS UNDER A CHOSEN NODE  *
001700*      OF THE DEPARTMENT HIERARCHY (GLDHRREC): A DIVISION, A    *
001800*      COST-CENTER GROUP OR A SINGLE DEPARTMENT.  FIGURES ARE   *
001900*      THE DEPARTMENT ACTUALS (GLDACREC) FOR THE PERIOD RANGE,  *
002000*      SO ONLY DEPARTMENTED POSTINGS APPEAR;                    *
002100*    - BASIS "S" OR SPACES - THE DIVISION SEGMENT VALUES OF     *
002200*      THE COMPANY'S INCOME AND EXPENSE ACCOUNTS               *
002300*      (GLCOA-SEG-DIV).  FIGURES ARE THE PERIOD MOVEMENT        *
002400*      (DEBITS LESS CREDITS FROM GLBALREC) FOR THE PERIOD       *
002500*      RANGE, LESS OPENING-BALANCE CONVERSION ROWS.             *
002600*  DETAIL LINES SUM THEIR ACCOUNT RANGE PER COLUMN, TOTAL LINES *
002700*  PRINT AND CLEAR AN ACCUMULATOR PER COLUMN, AND THE NET-      *
002800*  INCOME LINE CARRIES EACH COLUMN'S OWN NET INCOME, EXACTLY AS *
002900*  GLFINSTM DOES FOR A WHOLE COMPANY.  STATISTICAL ACCOUNTS ARE *
003000*  SKIPPED.                                                     *
003100*                                                               *
003200*  THE PRINTED STATEMENT IS IN WHOLE UNITS, FOUR COLUMNS AND    *
003300*  THE TOTAL PER PANEL; MORE COLUMNS PRINT AS FURTHER PANELS.   *
003400*  WHEN ASKED (GLRQS-COL-FILE-SW), THE STATEMENT IS ALSO        *
003500*  WRITTEN, EVERY COLUMN ON ONE ROW AND TO THE CENT, AS A       *
003600*  COMMA-DELIMITED FILE (GLCISDLM) FOR SPREADSHEET USE.         *
003700*                                                               *
003800*  THE COMPANY RANGE, PERIOD RANGE AND COLUMN SELECTIONS        *
003900*  ARRIVE THROUGH LINKAGE (GLRQSREC); THE ACCOUNT RANGE DOES    *
004000*  NOT APPLY - THE LAYOUT DECIDES THE ACCOUNTS.                 *
004100*                                                               *
004200*---------------------------------------------------------------*
004300*  MODIFICATION HISTORY                                         *
004400*---------------------------------------------------------------*
004500*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-ISERIES.
005000 OBJECT-COMPUTER.   IBM-ISERIES.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT COA-FILE   ASSIGN TO GLCOA
005400         ORGANIZATION IS INDEXED
005500         ACCESS       IS DYNAMIC
005600         RECORD KEY   IS GLCOA-KEY
005700         FILE STATUS  IS WS-COA-STATUS.
005800
005900     SELECT STL-FILE   ASSIGN TO GLSTLAYT
006000         ORGANIZATION IS INDEXED
006100         ACCESS       IS DYNAMIC
006200         RECORD KEY   IS GLSTL-KEY
006300         FILE STATUS  IS WS-STL-STATUS.
006400
006500     SELECT BAL-FILE   ASSIGN TO GLPERBAL
006600         ORGANIZATION IS INDEXED
006700         ACCESS       IS DYNAMIC
006800         RECORD KEY   IS GLBAL-KEY
006900         FILE STATUS  IS WS-BAL-STATUS.
007000
007100     SELECT DAC-FILE   ASSIGN TO GLDEPACT
007200         ORGANIZATION IS INDEXED
007300         ACCESS       IS DYNAMIC
007400         RECORD KEY   IS GLDAC-KEY
007500         FILE STATUS  IS WS-DAC-STATUS.
007600
007700     SELECT DHR-FILE   ASSIGN TO GLDEPHIR
007800         ORGANIZATION IS INDEXED
007900         ACCESS       IS DYNAMIC
008000         RECORD KEY   IS GLDHR-KEY
008100         FILE STATUS  IS WS-DHR-STATUS.
008200
008300     SELECT SEG-FILE   ASSIGN TO GLSEGVAL
008400         ORGANIZATION IS INDEXED
008500         ACCESS       IS DYNAMIC
008600         RECORD KEY   IS GLSEG-KEY
008700         FILE STATUS  IS WS-SEG-STATUS.
008800
008900     SELECT RPT-FILE   ASSIGN TO GLCISRPTP
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS  IS WS-RPT-STATUS.
009200
009300     SELECT DLM-FILE   ASSIGN TO GLCISDLM
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS  IS WS-DLM-STATUS.
009600
009700/
009800*****************************************************************
009900* D A T A   D I V I S I O N                                     *
010000*****************************************************************
010100 DATA DIVISION.
010200 FILE SECTION.
010300
010400 FD  COA-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY GLCOAREC.
010700
010800 FD  STL-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY GLSTLREC.
011100
011200 FD  BAL-FILE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY GLBALREC.
011500
011600 FD  DAC-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY GLDACREC.
011900
012000 FD  DHR-FILE
012100     LABEL RECORDS ARE STANDARD.
012200     COPY GLDHRREC.
012300
012400 FD  SEG-FILE
012500     LABEL RECORDS ARE STANDARD.
012600     COPY GLSEGREC.
012700
012800 FD  RPT-FILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORDING MODE IS F.
013100     COPY GLCIPRT.
013200
013300 FD  DLM-FILE
013400     LABEL RECORDS ARE STANDARD
013500     RECORDING MODE IS F.
013600     COPY GLCIDREC.
013700
013800/
013900*****************************************************************
014000* W O R K I N G   S T O R A G E   S E C T I O N                 *
014100*****************************************************************
014200 WORKING-STORAGE SECTION.
014300
014400 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
014500     88  WS-COA-OK                       VALUE "00".
014600
014700 77  WS-STL-STATUS              PIC X(02) VALUE SPACES.
014800     88  WS-STL-OK                       VALUE "00".
014900     88  WS-STL-EOF                      VALUE "10".
015000
015100 77  WS-BAL-STATUS              PIC X(02) VALUE SPACES.
015200     88  WS-BAL-OK                       VALUE "00".
015300
015400 77  WS-DAC-STATUS              PIC X(02) VALUE SPACES.
015500     88  WS-DAC-OK                       VALUE "00".
015600
015700 77  WS-DHR-STATUS              PIC X(02) VALUE SPACES.
015800     88  WS-DHR-OK                       VALUE "00".
015900     88  WS-DHR-EOF                      VALUE "10".
016000
016100 77  WS-SEG-STATUS              PIC X(02) VALUE SPACES.
016200     88  WS-SEG-OK                       VALUE "00".
016300
016400 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
016500 77  WS-DLM-STATUS              PIC X(02) VALUE SPACES.
016600
016700 77  WS-CO-DONE-SW              PIC X(01) VALUE "N".
016800     88  WS-NO-MORE-COMPANIES            VALUE "Y".
016900
017000 77  WS-RANGE-EOF-SW            PIC X(01) VALUE "N".
017100     88  WS-RANGE-EOF                    VALUE "Y".
017200
017300 77  WS-BAL-EOF-SW              PIC X(01) VALUE "N".
017400     88  WS-BAL-EOF                      VALUE "Y".
017500
017600 77  WS-DAC-EOF-SW              PIC X(01) VALUE "N".
017700     88  WS-DAC-EOF                      VALUE "Y".
017800
017900 77  WS-BASIS-SW                PIC X(01) VALUE "S".
018000     88  WS-COLS-BY-DEPT                 VALUE "H".
018100
018200 77  WS-DLM-SW                  PIC X(01) VALUE "N".
018300     88  WS-DLM-WANTED                   VALUE "Y".
018400
018500 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
018600 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
018700 77  WS-SEL-PER-FROM            PIC 9(06) VALUE ZERO.
018800 77  WS-SEL-PER-TO              PIC 9(06) VALUE ZERO.
018900 77  WS-SEL-NODE                PIC X(04) VALUE SPACES.
019000 77  WS-SEL-NODE-DESC           PIC X(30) VALUE SPACES.
019100
019200 77  WS-CUR-CO-CODE             PIC X(03) VALUE SPACES.
019300 77  WS-MOVEMENT-AMT            PIC S9(09)V99 COMP-3 VALUE ZERO.
019400 77  WS-PRINT-AMOUNT            PIC S9(09)V99 COMP-3 VALUE ZERO.
019500
019600 77  WS-NODE-CNT                PIC 9(04) BINARY VALUE ZERO.
019700 77  WS-NODE-IX                 PIC 9(04) BINARY VALUE ZERO.
019800 77  WS-NODE-FOUND-IX           PIC 9(04) BINARY VALUE ZERO.
019900 77  WS-FIND-NODE               PIC X(04) VALUE SPACES.
020000 77  WS-NODE-PARENT             PIC X(04) VALUE SPACES.
020100 77  WS-NODE-GRANDPARENT        PIC X(04) VALUE SPACES.
020200
020300 77  WS-COL-CNT                 PIC 9(04) BINARY VALUE ZERO.
020400 77  WS-COL-IX                  PIC 9(04) BINARY VALUE ZERO.
020500 77  WS-COL-FOUND-IX            PIC 9(04) BINARY VALUE ZERO.
020600 77  WS-OUT-IX                  PIC 9(04) BINARY VALUE ZERO.
020700 77  WS-LN-CNT                  PIC 9(04) BINARY VALUE ZERO.
020800 77  WS-LN-IX                   PIC 9(04) BINARY VALUE ZERO.
020900 77  WS-ACCUM-IX                PIC 9(04) BINARY VALUE ZERO.
021000 77  WS-PANEL-NO                PIC 9(04) BINARY VALUE ZERO.
021100 77  WS-PANEL-CNT               PIC 9(04) BINARY VALUE ZERO.
021200 77  WS-PANEL-FROM              PIC 9(04) BINARY VALUE ZERO.
021300 77  WS-PANEL-TO                PIC 9(04) BINARY VALUE ZERO.
021400 77  WS-DLM-PTR                 PIC 9(04) BINARY VALUE ZERO.
021500 77  WS-CAP-LEN                 PIC 9(04) BINARY VALUE ZERO.
021600 77  WS-EDIT-START              PIC 9(04) BINARY VALUE ZERO.
021700
021800 77  WS-CO-CNT                  PIC 9(05) VALUE ZERO.
021900 77  WS-CO-SKIP-CNT             PIC 9(05) VALUE ZERO.
022000 77  WS-DLM-CNT                 PIC 9(07) VALUE ZERO.
022100
022200 77  WS-EDIT-AMT                PIC -(9)9.99.
022300 77  WS-EDIT-CAPTION            PIC X(30) VALUE SPACES.
022400
022500*
022600* THE WHOLE DEPARTMENT HIERARCHY, HELD SO A DEPARTMENT'S GROUP
022700* AND DIVISION RESOLVE WITHOUT RANDOM READS DURING THE BROWSE.
022800*
022900 01  WS-NODE-TABLE.
023000     05  WS-ND-ENTRY            OCCURS 500 TIMES.
023100         10  WS-ND-CODE             PIC X(04).
023200         10  WS-ND-PARENT           PIC X(04).
023300         10  WS-ND-LEVEL            PIC 9(01).
023400         10  WS-ND-DESC             PIC X(30).
023500
023600*
023700* THE STATEMENT'S COLUMNS - A DEPARTMENT CODE, OR A DIVISION
023800* DIGIT CARRIED LEFT-JUSTIFIED IN THE CODE.
023900*
024000 01  WS-COL-TABLE.
024100     05  WS-COL-ENTRY           OCCURS 20 TIMES.
024200         10  WS-COL-CODE            PIC X(04).
024300         10  WS-COL-DIV             REDEFINES WS-COL-CODE.
024400             15  WS-COL-DIV-DIGIT   PIC 9(01).
024500             15  FILLER             PIC X(03).
024600         10  WS-COL-DESC            PIC X(30).
024700
024800 01  WS-ACCT-AMT-TABLE.
024900     05  WS-ACCT-AMT            OCCURS 20 TIMES
025000                                PIC S9(09)V99 COMP-3.
025100
025200 01  WS-NI-TABLE.
025300     05  WS-NI-AMT              OCCURS 20 TIMES
025400                                PIC S9(09)V99 COMP-3.
025500
025600 01  WS-ACCUM-TABLE.
025700     05  WS-ACC-ROW             OCCURS 9 TIMES.
025800         10  WS-ACC-AMT         OCCURS 20 TIMES
025900                                PIC S9(09)V99 COMP-3.
026000
026100*
026200* ONE ENTRY PER LAYOUT LINE OF THE COMPANY'S STATEMENT, BUILT
026300* ONCE AND THEN PRINTED PANEL BY PANEL AND WRITTEN DELIMITED.
026400*
026500 01  WS-LINE-TABLE.
026600     05  WS-LN-ENTRY            OCCURS 200 TIMES.
026700         10  WS-LN-CAPTION          PIC X(30).
026800         10  WS-LN-TYPE             PIC X(01).
026900         10  WS-LN-SIGN-REV-SW      PIC X(01).
027000         10  WS-LN-AMT              OCCURS 20 TIMES
027100                                    PIC S9(09)V99 COMP-3.
027200         10  WS-LN-TOTAL            PIC S9(09)V99 COMP-3.
027300
027400 01  WS-TITLE-LINE.
027500     05  FILLER                 PIC X(08) VALUE "COMPANY ".
027600     05  WS-TTL-CO-CODE         PIC X(03).
027700     05  FILLER                 PIC X(32)
027800         VALUE "   COLUMNAR INCOME STATEMENT    ".
027900     05  FILLER                 PIC X(06) VALUE "PANEL ".
028000     05  WS-TTL-PANEL           PIC Z9.
028100     05  FILLER                 PIC X(04) VALUE " OF ".
028200     05  WS-TTL-PANELS          PIC Z9.
028300
028400 01  WS-PERIOD-LINE.
028500     05  FILLER                 PIC X(08) VALUE "PERIODS ".
028600     05  WS-PRD-FROM            PIC 9(06).
028700     05  FILLER                 PIC X(04) VALUE " TO ".
028800     05  WS-PRD-TO              PIC 9(06).
028900     05  FILLER                 PIC X(26)
029000         VALUE "    AMOUNTS IN WHOLE UNITS".
029100
029200 01  WS-BASIS-LINE.
029300     05  FILLER                 PIC X(10) VALUE "COLUMNS - ".
029400     05  WS-BAS-TEXT            PIC X(60).
029500
029600 01  WS-COL-HDG-LINE.
029700     05  WS-CHL-CAPTION         PIC X(25).
029800     05  WS-CHL-COL             OCCURS 5 TIMES.
029900         10  FILLER             PIC X(01).
030000         10  WS-CHL-TEXT        PIC X(10) JUSTIFIED RIGHT.
030100
030200 01  WS-AMT-LINE.
030300     05  WS-AL-CAPTION          PIC X(25).
030400     05  WS-AL-COL              OCCURS 5 TIMES.
030500         10  FILLER             PIC X(01).
030600         10  WS-AL-AMT          PIC -(9)9.
030700
030800/
030900****************************************************************
031000* L I N K A G E   S E C T I O N                                *
031100*                                                              *
031200* THE COMPANY RANGE (BLANK FROM-COMPANY = EVERY COMPANY), THE  *
031300* PERIOD RANGE (ZERO TO-PERIOD = NO UPPER BOUND) AND THE       *
031400* COLUMN SELECTIONS (GLRQS-COL-*).                             *
031500****************************************************************
031600 LINKAGE SECTION.
031700     COPY GLRQSREC.
031800/
031900*****************************************************************
032000* P R O C E D U R E   D I V I S I O N                           *
032100*****************************************************************
032200 PROCEDURE DIVISION      USING GLRQS-RECORD.
032300
032400*****************************************************************
032500* 0000-MAINLINE                                                 *
032600*****************************************************************
032700 0000-MAINLINE.
032800     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
032900     PERFORM 3000-ONE-COMPANY         THRU 3000-EXIT
033000         UNTIL WS-NO-MORE-COMPANIES.
033100     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
033200     GO TO 9999-EXIT.
033300
033400*****************************************************************
033500* 1000-INITIALIZE - NORMALIZE THE SELECTIONS, OPEN THE FILES,   *
033600*                   BUILD THE DEPARTMENT COLUMNS WHEN ASKED     *
033700*                   FOR AND POSITION AT THE FIRST COMPANY       *
033800*****************************************************************
033900 1000-INITIALIZE.
034000     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
034100     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
034200     MOVE GLRQS-PERIOD-FROM       TO  WS-SEL-PER-FROM.
034300     MOVE GLRQS-PERIOD-TO         TO  WS-SEL-PER-TO.
034400     MOVE GLRQS-COL-NODE          TO  WS-SEL-NODE.
034500
034600     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
034700         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
034800     ELSE
034900         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
035000             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
035100
035200     IF  WS-SEL-PER-TO IS EQUAL TO ZERO
035300         MOVE 999999              TO  WS-SEL-PER-TO.
035400
035500     IF  GLRQS-COLS-BY-DEPT
035600         MOVE "H"                 TO  WS-BASIS-SW.
035700     IF  GLRQS-COL-FILE-WANTED
035800         MOVE "Y"                 TO  WS-DLM-SW.
035900
036000     OPEN INPUT  COA-FILE.
036100     OPEN INPUT  STL-FILE.
036200     OPEN INPUT  BAL-FILE.
036300     OPEN INPUT  DAC-FILE.
036400     OPEN INPUT  DHR-FILE.
036500     OPEN INPUT  SEG-FILE.
036600     OPEN OUTPUT RPT-FILE.
036700     IF  WS-DLM-WANTED
036800         OPEN OUTPUT DLM-FILE.
036900
037000     IF  WS-COLS-BY-DEPT
037100         PERFORM 1100-BUILD-DEPT-COLUMNS THRU 1100-EXIT
037200         IF  WS-COL-CNT IS EQUAL TO ZERO
037300             MOVE "Y"             TO  WS-CO-DONE-SW
037400             GO TO 1000-EXIT
037500         END-IF
037600         MOVE SPACES              TO  WS-BAS-TEXT
037700         STRING "DEPARTMENTS UNDER " WS-SEL-NODE " "
037800                WS-SEL-NODE-DESC
037900             DELIMITED BY SIZE INTO WS-BAS-TEXT
038000     ELSE
038100         MOVE "DIVISIONS (ACCOUNT DIVISION SEGMENT)"
038200                                  TO  WS-BAS-TEXT.
038300
038400     MOVE LOW-VALUES              TO  GLCOA-KEY.
038500     MOVE WS-SEL-CO-FROM          TO  GLCOA-CO-CODE.
038600     START COA-FILE
038700         KEY IS NOT LESS THAN GLCOA-KEY
038800         INVALID KEY
038900             MOVE "Y"             TO  WS-CO-DONE-SW
039000             GO TO 1000-EXIT.
039100
039200     PERFORM 2100-READ-FIRST-OF-CO THRU 2100-EXIT.
039300 1000-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700* 1100-BUILD-DEPT-COLUMNS - HOLD THE HIERARCHY, THEN TAKE EVERY *
039800*                           POSTING DEPARTMENT WHOSE NODE, GROUP *
039900*                           OR DIVISION IS THE CHOSEN NODE AS A  *
040000*                           COLUMN, IN DEPARTMENT SEQUENCE       *
040100*****************************************************************
040200 1100-BUILD-DEPT-COLUMNS.
040300     MOVE ZERO                    TO  WS-COL-CNT.
040400     IF  WS-SEL-NODE IS EQUAL TO SPACES
040500         DISPLAY "GLCOLIS - DEPARTMENT COLUMNS NEED A HIERARCHY "
040600                 "NODE, NO STATEMENT PRINTED"
040700         GO TO 1100-EXIT.
040800
040900     MOVE LOW-VALUES              TO  GLDHR-KEY.
041000     START DHR-FILE
041100         KEY IS NOT LESS THAN GLDHR-KEY
041200         INVALID KEY
041300             MOVE "10"            TO  WS-DHR-STATUS.
041400
041500     PERFORM 1200-HOLD-ONE-NODE   THRU 1200-EXIT
041600         UNTIL WS-DHR-EOF.
041700
041800     MOVE WS-SEL-NODE             TO  WS-FIND-NODE.
041900     PERFORM 1400-FIND-NODE       THRU 1400-EXIT.
042000     IF  WS-NODE-FOUND-IX IS EQUAL TO ZERO
042100         DISPLAY "GLCOLIS - HIERARCHY NODE " WS-SEL-NODE
042200                 " NOT ON GLDEPHIR, NO STATEMENT PRINTED"
042300         GO TO 1100-EXIT.
042400     MOVE WS-ND-DESC (WS-NODE-FOUND-IX) TO  WS-SEL-NODE-DESC.
042500
042600     PERFORM 1300-TRY-ONE-DEPT    THRU 1300-EXIT
042700         VARYING WS-NODE-IX FROM 1 BY 1
042800         UNTIL WS-NODE-IX IS GREATER THAN WS-NODE-CNT.
042900
043000     IF  WS-COL-CNT IS EQUAL TO ZERO
043100         DISPLAY "GLCOLIS - NO POSTING DEPARTMENTS UNDER NODE "
043200                 WS-SEL-NODE ", NO STATEMENT PRINTED".
043300 1100-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700* 1200-HOLD-ONE-NODE - READ ONE HIERARCHY ROW INTO THE TABLE    *
043800*****************************************************************
043900 1200-HOLD-ONE-NODE.
044000     READ DHR-FILE NEXT RECORD
044100         AT END
044200             MOVE "10"            TO  WS-DHR-STATUS
044300             GO TO 1200-EXIT.
044400
044500     IF  WS-NODE-CNT IS EQUAL TO 500
044600         DISPLAY "GLCOLIS - HIERARCHY TABLE FULL, NODE "
044700                 GLDHR-NODE-CODE " NOT HELD"
044800         GO TO 1200-EXIT.
044900
045000     ADD 1                        TO  WS-NODE-CNT.
045100     MOVE GLDHR-NODE-CODE         TO  WS-ND-CODE (WS-NODE-CNT).
045200     MOVE GLDHR-PARENT-CODE       TO  WS-ND-PARENT (WS-NODE-CNT).
045300     MOVE GLDHR-LEVEL             TO  WS-ND-LEVEL (WS-NODE-CNT).
045400     MOVE GLDHR-DESC              TO  WS-ND-DESC (WS-NODE-CNT).
045500 1200-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900* 1300-TRY-ONE-DEPT - A POSTING DEPARTMENT BECOMES A COLUMN     *
046000*                     WHEN IT IS THE CHOSEN NODE OR ITS GROUP   *
046100*                     OR DIVISION IS                            *
046200*****************************************************************
046300 1300-TRY-ONE-DEPT.
046400     IF  NOT WS-ND-LEVEL (WS-NODE-IX) IS EQUAL TO 1
046500         GO TO 1300-EXIT.
046600
046700     MOVE WS-ND-PARENT (WS-NODE-IX) TO  WS-NODE-PARENT.
046800     MOVE SPACES                  TO  WS-NODE-GRANDPARENT.
046900     IF  WS-NODE-PARENT IS NOT EQUAL TO SPACES
047000         MOVE WS-NODE-PARENT      TO  WS-FIND-NODE
047100         PERFORM 1400-FIND-NODE   THRU 1400-EXIT
047200         IF  WS-NODE-FOUND-IX IS GREATER THAN ZERO
047300             MOVE WS-ND-PARENT (WS-NODE-FOUND-IX)
047400                                  TO  WS-NODE-GRANDPARENT
047500         END-IF
047600     END-IF.
047700
047800     IF  WS-ND-CODE (WS-NODE-IX) IS NOT EQUAL TO WS-SEL-NODE
047900     AND WS-NODE-PARENT IS NOT EQUAL TO WS-SEL-NODE
048000     AND WS-NODE-GRANDPARENT IS NOT EQUAL TO WS-SEL-NODE
048100         GO TO 1300-EXIT.
048200
048300     IF  WS-COL-CNT IS EQUAL TO 20
048400         DISPLAY "GLCOLIS - COLUMN TABLE FULL, DEPARTMENT "
048500                 WS-ND-CODE (WS-NODE-IX) " NOT REPORTED"
048600         GO TO 1300-EXIT.
048700
048800     ADD 1                        TO  WS-COL-CNT.
048900     MOVE WS-ND-CODE (WS-NODE-IX) TO  WS-COL-CODE (WS-COL-CNT).
049000     MOVE WS-ND-DESC (WS-NODE-IX) TO  WS-COL-DESC (WS-COL-CNT).
049100 1300-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500* 1400-FIND-NODE - LINEAR SEARCH OF THE HIERARCHY TABLE FOR     *
049600*                  WS-FIND-NODE; ZERO WHEN NOT HELD             *
049700*****************************************************************
049800 1400-FIND-NODE.
049900     MOVE ZERO                    TO  WS-NODE-FOUND-IX.
050000     PERFORM 1450-MATCH-ONE-NODE  THRU 1450-EXIT
050100         VARYING WS-OUT-IX FROM 1 BY 1
050200         UNTIL WS-OUT-IX IS GREATER THAN WS-NODE-CNT
050300         OR    WS-NODE-FOUND-IX IS GREATER THAN ZERO.
050400 1400-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800* 1450-MATCH-ONE-NODE - ONE STEP OF THE HIERARCHY TABLE SEARCH  *
050900*****************************************************************
051000 1450-MATCH-ONE-NODE.
051100     IF  WS-ND-CODE (WS-OUT-IX) IS EQUAL TO WS-FIND-NODE
051200         MOVE WS-OUT-IX           TO  WS-NODE-FOUND-IX.
051300 1450-EXIT.
051400     EXIT.
051500
051600*****************************************************************
051700* 2000-NEXT-COMPANY - POSITION PAST THE COMPANY JUST PRINTED    *
051800*                     AND READ THE FIRST ACCOUNT OF THE NEXT    *
051900*****************************************************************
052000 2000-NEXT-COMPANY.
052100     MOVE WS-CUR-CO-CODE          TO  GLCOA-CO-CODE.
052200     MOVE 999999                  TO  GLCOA-ACCT-NO.
052300     START COA-FILE
052400         KEY IS GREATER THAN GLCOA-KEY
052500         INVALID KEY
052600             MOVE "Y"             TO  WS-CO-DONE-SW
052700             GO TO 2000-EXIT.
052800
052900     PERFORM 2100-READ-FIRST-OF-CO THRU 2100-EXIT.
053000 2000-EXIT.
053100     EXIT.
053200
053300*****************************************************************
053400* 2100-READ-FIRST-OF-CO - READ THE ACCOUNT THE CURSOR SITS ON;  *
053500*                         PAST THE LAST SELECTED COMPANY ENDS   *
053600*                         THE RUN                               *
053700*****************************************************************
053800 2100-READ-FIRST-OF-CO.
053900     READ COA-FILE NEXT RECORD
054000         AT END
054100             MOVE "Y"             TO  WS-CO-DONE-SW
054200             GO TO 2100-EXIT.
054300
054400     IF  GLCOA-CO-CODE IS GREATER THAN WS-SEL-CO-TO
054500         MOVE "Y"                 TO  WS-CO-DONE-SW
054600         GO TO 2100-EXIT.
054700
054800     MOVE GLCOA-CO-CODE           TO  WS-CUR-CO-CODE.
054900 2100-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300* 3000-ONE-COMPANY - NET INCOME (AND THE DIVISION COLUMNS) BY   *
055400*                    COLUMN, THEN THE STATEMENT LINES, THEN     *
055500*                    PRINT AND WRITE THEM                       *
055600*****************************************************************
055700 3000-ONE-COMPANY.
055800     IF  NOT WS-COLS-BY-DEPT
055900         MOVE ZERO                TO  WS-COL-CNT.
056000
056100     PERFORM 3100-NET-INCOME-PASS THRU 3100-EXIT.
056200
056300     IF  WS-COL-CNT IS EQUAL TO ZERO
056400         DISPLAY "GLCOLIS - COMPANY " WS-CUR-CO-CODE
056500                 " HAS NO INCOME OR EXPENSE DIVISIONS, "
056600                 "NOT PRINTED"
056700         ADD 1                    TO  WS-CO-SKIP-CNT
056800         GO TO 3000-NEXT.
056900
057000     PERFORM 3200-BUILD-LINES     THRU 3200-EXIT.
057100     PERFORM 4000-PRINT-PANELS    THRU 4000-EXIT.
057200     IF  WS-DLM-WANTED
057300         PERFORM 5000-WRITE-DELIMITED THRU 5000-EXIT.
057400     ADD 1                        TO  WS-CO-CNT.
057500
057600 3000-NEXT.
057700     PERFORM 2000-NEXT-COMPANY    THRU 2000-EXIT.
057800 3000-EXIT.
057900     EXIT.
058000
058100*****************************************************************
058200* 3100-NET-INCOME-PASS - EVERY INCOME AND EXPENSE ACCOUNT OF    *
058300*                        THE COMPANY; ITS COLUMN FIGURES FOLD   *
058400*                        INTO EACH COLUMN'S NET INCOME, CREDITS *
058500*                        INCREASING INCOME.  ON DIVISION        *
058600*                        COLUMNS, EACH NEW DIVISION MET BECOMES *
058700*                        A COLUMN - THE CHART IS IN ACCOUNT     *
058800*                        SEQUENCE, SO THEY ARRIVE IN ORDER      *
058900*****************************************************************
059000 3100-NET-INCOME-PASS.
059100     PERFORM 3110-ZERO-ONE-NI     THRU 3110-EXIT
059200         VARYING WS-COL-IX FROM 1 BY 1
059300         UNTIL WS-COL-IX IS GREATER THAN 20.
059400
059500     MOVE "N"                     TO  WS-RANGE-EOF-SW.
059600     MOVE WS-CUR-CO-CODE          TO  GLCOA-CO-CODE.
059700     MOVE ZERO                    TO  GLCOA-ACCT-NO.
059800     START COA-FILE
059900         KEY IS NOT LESS THAN GLCOA-KEY
060000         INVALID KEY
060100             MOVE "Y"             TO  WS-RANGE-EOF-SW.
060200
060300     PERFORM 3150-ONE-NI-ACCOUNT  THRU 3150-EXIT
060400         UNTIL WS-RANGE-EOF.
060500 3100-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900* 3110-ZERO-ONE-NI - CLEAR ONE COLUMN'S NET INCOME              *
061000*****************************************************************
061100 3110-ZERO-ONE-NI.
061200     MOVE ZERO                    TO  WS-NI-AMT (WS-COL-IX).
061300 3110-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700* 3150-ONE-NI-ACCOUNT - ONE ACCOUNT OF THE NET INCOME PASS      *
061800*****************************************************************
061900 3150-ONE-NI-ACCOUNT.
062000     READ COA-FILE NEXT RECORD
062100         AT END
062200             MOVE "Y"             TO  WS-RANGE-EOF-SW
062300             GO TO 3150-EXIT.
062400
062500     IF  GLCOA-CO-CODE IS NOT EQUAL TO WS-CUR-CO-CODE
062600         MOVE "Y"                 TO  WS-RANGE-EOF-SW
062700         GO TO 3150-EXIT.
062800
062900     IF  GLCOA-TYPE-STAT
063000         GO TO 3150-EXIT.
063100     IF  NOT GLCOA-TYPE-INCOME AND NOT GLCOA-TYPE-EXPENSE
063200         GO TO 3150-EXIT.
063300
063400     IF  NOT WS-COLS-BY-DEPT
063500         PERFORM 3160-ADD-DIV-COLUMN THRU 3160-EXIT.
063600
063700     PERFORM 3500-ACCOUNT-AMOUNTS THRU 3500-EXIT.
063800     PERFORM 3170-FOLD-ONE-NI     THRU 3170-EXIT
063900         VARYING WS-COL-IX FROM 1 BY 1
064000         UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT.
064100 3150-EXIT.
064200     EXIT.
064300
064400*****************************************************************
064500* 3160-ADD-DIV-COLUMN - THE ACCOUNT'S DIVISION BECOMES A COLUMN *
064600*                       THE FIRST TIME IT IS MET, DESCRIBED     *
064700*                       FROM THE SEGMENT VALUE MASTER           *
064800*****************************************************************
064900 3160-ADD-DIV-COLUMN.
065000     PERFORM 3530-FIND-DIV-COLUMN THRU 3530-EXIT.
065100     IF  WS-COL-FOUND-IX IS GREATER THAN ZERO
065200         GO TO 3160-EXIT.
065300
065400     ADD 1                        TO  WS-COL-CNT.
065500     MOVE SPACES                  TO  WS-COL-CODE (WS-COL-CNT).
065600     MOVE GLCOA-SEG-DIV
065700         TO  WS-COL-DIV-DIGIT (WS-COL-CNT).
065800     MOVE SPACES                  TO  WS-COL-DESC (WS-COL-CNT).
065900
066000     MOVE 1                       TO  GLSEG-SEG-NO.
066100     MOVE WS-COL-CODE (WS-COL-CNT) TO  GLSEG-VALUE.
066200     READ SEG-FILE
066300         INVALID KEY
066400             MOVE "NOT ON SEGMENT MASTER"
066500                                  TO  WS-COL-DESC (WS-COL-CNT)
066600             GO TO 3160-EXIT.
066700
066800     MOVE GLSEG-DESC              TO  WS-COL-DESC (WS-COL-CNT).
066900 3160-EXIT.
067000     EXIT.
067100
067200*****************************************************************
067300* 3170-FOLD-ONE-NI - ONE COLUMN'S FIGURE INTO ITS NET INCOME    *
067400*****************************************************************
067500 3170-FOLD-ONE-NI.
067600     SUBTRACT WS-ACCT-AMT (WS-COL-IX)
067700         FROM WS-NI-AMT (WS-COL-IX).
067800 3170-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200* 3200-BUILD-LINES - WALK THE INCOME STATEMENT LAYOUT AND BUILD *
068300*                    ONE LINE-TABLE ENTRY PER LAYOUT LINE       *
068400*****************************************************************
068500 3200-BUILD-LINES.
068600     PERFORM 3210-ZERO-ONE-ACCUM  THRU 3210-EXIT
068700         VARYING WS-ACCUM-IX FROM 1 BY 1
068800         UNTIL WS-ACCUM-IX IS GREATER THAN 9
068900         AFTER WS-COL-IX FROM 1 BY 1
069000         UNTIL WS-COL-IX IS GREATER THAN 20.
069100
069200     MOVE ZERO                    TO  WS-LN-CNT.
069300     MOVE SPACES                  TO  WS-STL-STATUS.
069400     MOVE "I"                     TO  GLSTL-STMT-TYPE.
069500     MOVE ZERO                    TO  GLSTL-LINE-SEQ.
069600     START STL-FILE
069700         KEY IS NOT LESS THAN GLSTL-KEY
069800         INVALID KEY
069900             MOVE "10"            TO  WS-STL-STATUS.
070000
070100     PERFORM 3300-ONE-LAYOUT-LINE THRU 3300-EXIT
070200         UNTIL WS-STL-EOF.
070300 3200-EXIT.
070400     EXIT.
070500
070600*****************************************************************
070700* 3210-ZERO-ONE-ACCUM - CLEAR ONE COLUMN OF ONE ACCUMULATOR     *
070800*****************************************************************
070900 3210-ZERO-ONE-ACCUM.
071000     MOVE ZERO
071100         TO  WS-ACC-AMT (WS-ACCUM-IX WS-COL-IX).
071200 3210-EXIT.
071300     EXIT.
071400
071500*****************************************************************
071600* 3300-ONE-LAYOUT-LINE - READ THE NEXT LAYOUT ROW; PAST THE     *
071700*                        INCOME STATEMENT ENDS IT.  FILL THE    *
071800*                        LINE'S COLUMNS ACCORDING TO ITS TYPE   *
071900*****************************************************************
072000 3300-ONE-LAYOUT-LINE.
072100     READ STL-FILE NEXT RECORD
072200         AT END
072300             MOVE "10"            TO  WS-STL-STATUS
072400             GO TO 3300-EXIT.
072500
072600     IF  NOT GLSTL-INCOME-STMT
072700         MOVE "10"                TO  WS-STL-STATUS
072800         GO TO 3300-EXIT.
072900
073000     IF  WS-LN-CNT IS EQUAL TO 200
073100         DISPLAY "GLCOLIS - LINE TABLE FULL, LAYOUT LINE "
073200                 GLSTL-LINE-SEQ " AND AFTER NOT PRINTED"
073300         MOVE "10"                TO  WS-STL-STATUS
073400         GO TO 3300-EXIT.
073500
073600     ADD 1                        TO  WS-LN-CNT.
073700     MOVE GLSTL-CAPTION           TO  WS-LN-CAPTION (WS-LN-CNT).
073800     MOVE GLSTL-LINE-TYPE         TO  WS-LN-TYPE (WS-LN-CNT).
073900     MOVE GLSTL-SIGN-REV-SW
074000         TO  WS-LN-SIGN-REV-SW (WS-LN-CNT).
074100     MOVE ZERO                    TO  WS-LN-TOTAL (WS-LN-CNT).
074200     PERFORM 3310-ZERO-ONE-LN-AMT THRU 3310-EXIT
074300         VARYING WS-COL-IX FROM 1 BY 1
074400         UNTIL WS-COL-IX IS GREATER THAN 20.
074500
074600     MOVE GLSTL-ACCUM-NO          TO  WS-ACCUM-IX.
074700
074800     IF  GLSTL-TYPE-DETAIL
074900         PERFORM 3400-DETAIL-LINE THRU 3400-EXIT
075000         PERFORM 3350-ADD-TO-ACCUM THRU 3350-EXIT
075100             VARYING WS-COL-IX FROM 1 BY 1
075200             UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT.
075300
075400     IF  GLSTL-TYPE-TOTAL
075500         PERFORM 3360-TAKE-ACCUM  THRU 3360-EXIT
075600             VARYING WS-COL-IX FROM 1 BY 1
075700             UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT.
075800
075900     IF  GLSTL-TYPE-NET-INCOME
076000         PERFORM 3370-TAKE-NI     THRU 3370-EXIT
076100             VARYING WS-COL-IX FROM 1 BY 1
076200             UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT
076300         PERFORM 3350-ADD-TO-ACCUM THRU 3350-EXIT
076400             VARYING WS-COL-IX FROM 1 BY 1
076500             UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT.
076600
076700     PERFORM 3380-ADD-TO-TOTAL    THRU 3380-EXIT
076800         VARYING WS-COL-IX FROM 1 BY 1
076900         UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT.
077000 3300-EXIT.
077100     EXIT.
077200
077300*****************************************************************
077400* 3310-ZERO-ONE-LN-AMT - CLEAR ONE COLUMN OF THE NEW LINE       *
077500*****************************************************************
077600 3310-ZERO-ONE-LN-AMT.
077700     MOVE ZERO
077800         TO  WS-LN-AMT (WS-LN-CNT WS-COL-IX).
077900 3310-EXIT.
078000     EXIT.
078100
078200*****************************************************************
078300* 3350-ADD-TO-ACCUM - ONE COLUMN OF THE LINE INTO THE LINE'S    *
078400*                     ACCUMULATOR, WHEN IT NAMES ONE            *
078500*****************************************************************
078600 3350-ADD-TO-ACCUM.
078700     IF  WS-ACCUM-IX IS GREATER THAN ZERO
078800         ADD WS-LN-AMT (WS-LN-CNT WS-COL-IX)
078900             TO  WS-ACC-AMT (WS-ACCUM-IX WS-COL-IX).
079000 3350-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400* 3360-TAKE-ACCUM - ONE COLUMN OF A TOTAL LINE: PRINT THE       *
079500*                   ACCUMULATOR AND CLEAR IT                    *
079600*****************************************************************
079700 3360-TAKE-ACCUM.
079800     IF  WS-ACCUM-IX IS GREATER THAN ZERO
079900         MOVE WS-ACC-AMT (WS-ACCUM-IX WS-COL-IX)
080000             TO  WS-LN-AMT (WS-LN-CNT WS-COL-IX)
080100         MOVE ZERO
080200             TO  WS-ACC-AMT (WS-ACCUM-IX WS-COL-IX).
080300 3360-EXIT.
080400     EXIT.
080500
080600*****************************************************************
080700* 3370-TAKE-NI - ONE COLUMN OF THE NET-INCOME LINE              *
080800*****************************************************************
080900 3370-TAKE-NI.
081000     MOVE WS-NI-AMT (WS-COL-IX)
081100         TO  WS-LN-AMT (WS-LN-CNT WS-COL-IX).
081200 3370-EXIT.
081300     EXIT.
081400
081500*****************************************************************
081600* 3380-ADD-TO-TOTAL - ONE COLUMN INTO THE LINE'S TOTAL COLUMN   *
081700*****************************************************************
081800 3380-ADD-TO-TOTAL.
081900     ADD WS-LN-AMT (WS-LN-CNT WS-COL-IX)
082000         TO  WS-LN-TOTAL (WS-LN-CNT).
082100 3380-EXIT.
082200     EXIT.
082300
082400*****************************************************************
082500* 3400-DETAIL-LINE - SUM EVERY ACCOUNT IN THE LAYOUT LINE'S     *
082600*                    RANGE INTO THE LINE, COLUMN BY COLUMN      *
082700*****************************************************************
082800 3400-DETAIL-LINE.
082900     MOVE "N"                     TO  WS-RANGE-EOF-SW.
083000     MOVE WS-CUR-CO-CODE          TO  GLCOA-CO-CODE.
083100     MOVE GLSTL-ACCT-FROM         TO  GLCOA-ACCT-NO.
083200     START COA-FILE
083300         KEY IS NOT LESS THAN GLCOA-KEY
083400         INVALID KEY
083500             MOVE "Y"             TO  WS-RANGE-EOF-SW.
083600
083700     PERFORM 3450-SUM-ONE-ACCOUNT THRU 3450-EXIT
083800         UNTIL WS-RANGE-EOF.
083900 3400-EXIT.
084000     EXIT.
084100
084200*****************************************************************
084300* 3450-SUM-ONE-ACCOUNT - ONE IN-RANGE ACCOUNT'S COLUMN FIGURES  *
084400*                        INTO THE LINE                          *
084500*****************************************************************
084600 3450-SUM-ONE-ACCOUNT.
084700     READ COA-FILE NEXT RECORD
084800         AT END
084900             MOVE "Y"             TO  WS-RANGE-EOF-SW
085000             GO TO 3450-EXIT.
085100
085200     IF  GLCOA-CO-CODE IS NOT EQUAL TO WS-CUR-CO-CODE
085300     OR  GLCOA-ACCT-NO IS GREATER THAN GLSTL-ACCT-TO
085400         MOVE "Y"                 TO  WS-RANGE-EOF-SW
085500         GO TO 3450-EXIT.
085600
085700     IF  GLCOA-TYPE-STAT
085800         GO TO 3450-EXIT.
085900
086000     PERFORM 3500-ACCOUNT-AMOUNTS THRU 3500-EXIT.
086100     PERFORM 3460-ADD-ONE-COLUMN  THRU 3460-EXIT
086200         VARYING WS-COL-IX FROM 1 BY 1
086300         UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT.
086400 3450-EXIT.
086500     EXIT.
086600
086700*****************************************************************
086800* 3460-ADD-ONE-COLUMN - ONE COLUMN OF THE ACCOUNT INTO THE LINE *
086900*****************************************************************
087000 3460-ADD-ONE-COLUMN.
087100     ADD WS-ACCT-AMT (WS-COL-IX)
087200         TO  WS-LN-AMT (WS-LN-CNT WS-COL-IX).
087300 3460-EXIT.
087400     EXIT.
087500
087600*****************************************************************
087700* 3500-ACCOUNT-AMOUNTS - THE ACCOUNT IN HAND'S FIGURE IN EVERY  *
087800*                        COLUMN: ITS DEPARTMENT ACTUALS PER     *
087900*                        DEPARTMENT COLUMN, OR ITS WHOLE PERIOD *
088000*                        MOVEMENT IN ITS OWN DIVISION'S COLUMN  *
088100*****************************************************************
088200 3500-ACCOUNT-AMOUNTS.
088300     PERFORM 3510-ZERO-ONE-ACCT   THRU 3510-EXIT
088400         VARYING WS-COL-IX FROM 1 BY 1
088500         UNTIL WS-COL-IX IS GREATER THAN 20.
088600
088700     IF  WS-COLS-BY-DEPT
088800         PERFORM 3520-DEPT-ACTUAL THRU 3520-EXIT
088900             VARYING WS-COL-IX FROM 1 BY 1
089000             UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT
089100         GO TO 3500-EXIT.
089200
089300     PERFORM 3530-FIND-DIV-COLUMN THRU 3530-EXIT.
089400     IF  WS-COL-FOUND-IX IS EQUAL TO ZERO
089500         GO TO 3500-EXIT.
089600
089700     PERFORM 3540-ACCT-MOVEMENT   THRU 3540-EXIT.
089800     MOVE WS-MOVEMENT-AMT
089850         TO  WS-ACCT-AMT (WS-COL-FOUND-IX).
089900 3500-EXIT.
090000     EXIT.
090100
090200*****************************************************************
090300* 3510-ZERO-ONE-ACCT - CLEAR ONE COLUMN OF THE ACCOUNT FIGURES  *
090400*****************************************************************
090500 3510-ZERO-ONE-ACCT.
090600     MOVE ZERO                    TO  WS-ACCT-AMT (WS-COL-IX).
090700 3510-EXIT.
090800     EXIT.
090900
091000*****************************************************************
091100* 3520-DEPT-ACTUAL - THE ACCOUNT'S ACTUALS FOR ONE DEPARTMENT   *
091200*                    COLUMN OVER THE PERIOD RANGE               *
091300*****************************************************************
091400 3520-DEPT-ACTUAL.
091500     MOVE "N"                     TO  WS-DAC-EOF-SW.
091600     MOVE GLCOA-CO-CODE           TO  GLDAC-CO-CODE.
091700     MOVE GLCOA-ACCT-NO           TO  GLDAC-ACCT-NO.
091800     MOVE WS-COL-CODE (WS-COL-IX) TO  GLDAC-DEPT-CODE.
091900     MOVE WS-SEL-PER-FROM         TO  GLDAC-PERIOD.
092000     START DAC-FILE
092100         KEY IS NOT LESS THAN GLDAC-KEY
092200         INVALID KEY
092300             GO TO 3520-EXIT.
092400
092500     PERFORM 3525-ONE-DEPT-PERIOD THRU 3525-EXIT
092600         UNTIL WS-DAC-EOF.
092700 3520-EXIT.
092800     EXIT.
092900
093000*****************************************************************
093100* 3525-ONE-DEPT-PERIOD - ONE PERIOD ROW OF THE DEPARTMENT'S     *
093200*                        ACTUALS FOR THE ACCOUNT                *
093300*****************************************************************
093400 3525-ONE-DEPT-PERIOD.
093500     READ DAC-FILE NEXT RECORD
093600         AT END
093700             MOVE "Y"             TO  WS-DAC-EOF-SW
093800             GO TO 3525-EXIT.
093900
094000     IF  GLDAC-CO-CODE IS NOT EQUAL TO GLCOA-CO-CODE
094100     OR  GLDAC-ACCT-NO IS NOT EQUAL TO GLCOA-ACCT-NO
094200     OR  GLDAC-DEPT-CODE IS NOT EQUAL TO WS-COL-CODE (WS-COL-IX)
094300     OR  GLDAC-PERIOD IS GREATER THAN WS-SEL-PER-TO
094400         MOVE "Y"                 TO  WS-DAC-EOF-SW
094500         GO TO 3525-EXIT.
094600
094700     ADD GLDAC-AMOUNT             TO  WS-ACCT-AMT (WS-COL-IX).
094800 3525-EXIT.
094900     EXIT.
095000
095100*****************************************************************
095200* 3530-FIND-DIV-COLUMN - THE COLUMN OF THE ACCOUNT'S DIVISION;  *
095300*                        ZERO WHEN IT HAS NONE                  *
095400*****************************************************************
095500 3530-FIND-DIV-COLUMN.
095600     MOVE ZERO                    TO  WS-COL-FOUND-IX.
095700     PERFORM 3535-MATCH-ONE-DIV   THRU 3535-EXIT
095800         VARYING WS-COL-IX FROM 1 BY 1
095900         UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT
096000         OR    WS-COL-FOUND-IX IS GREATER THAN ZERO.
096100 3530-EXIT.
096200     EXIT.
096300
096400*****************************************************************
096500* 3535-MATCH-ONE-DIV - ONE STEP OF THE DIVISION COLUMN SEARCH   *
096600*****************************************************************
096700 3535-MATCH-ONE-DIV.
096800     IF  WS-COL-DIV-DIGIT (WS-COL-IX) IS EQUAL TO GLCOA-SEG-DIV
096900         MOVE WS-COL-IX           TO  WS-COL-FOUND-IX.
097000 3535-EXIT.
097100     EXIT.
097200
097300*****************************************************************
097400* 3540-ACCT-MOVEMENT - THE ACCOUNT'S PERIOD MOVEMENT (DEBITS     *
097500*                      LESS CREDITS) OVER THE PERIOD RANGE      *
097600*****************************************************************
097700 3540-ACCT-MOVEMENT.
097800     MOVE ZERO                    TO  WS-MOVEMENT-AMT.
097900     MOVE "N"                     TO  WS-BAL-EOF-SW.
098000     MOVE GLCOA-CO-CODE           TO  GLBAL-CO-CODE.
098100     MOVE GLCOA-ACCT-NO           TO  GLBAL-ACCT-NO.
098200     MOVE WS-SEL-PER-FROM         TO  GLBAL-PERIOD.
098300     START BAL-FILE
098400         KEY IS NOT LESS THAN GLBAL-KEY
098500         INVALID KEY
098600             MOVE "Y"             TO  WS-BAL-EOF-SW.
098700
098800     PERFORM 3550-ONE-PERIOD-MOVE THRU 3550-EXIT
098900         UNTIL WS-BAL-EOF.
099000 3540-EXIT.
099100     EXIT.
099200
099300*****************************************************************
099400* 3550-ONE-PERIOD-MOVE - ONE PERIOD ROW OF THE ACCOUNT'S        *
099500*                        MOVEMENT RANGE                         *
099600*****************************************************************
099700 3550-ONE-PERIOD-MOVE.
099800     READ BAL-FILE NEXT RECORD
099900         AT END
100000             MOVE "Y"             TO  WS-BAL-EOF-SW
100100             GO TO 3550-EXIT.
100200
100300     IF  GLBAL-CO-CODE IS NOT EQUAL TO GLCOA-CO-CODE
100400     OR  GLBAL-ACCT-NO IS NOT EQUAL TO GLCOA-ACCT-NO
100500     OR  GLBAL-PERIOD IS GREATER THAN WS-SEL-PER-TO
100600         MOVE "Y"                 TO  WS-BAL-EOF-SW
100700         GO TO 3550-EXIT.
100800
100900*
101000* AN OPENING-BALANCE CONVERSION ROW IS BALANCES BROUGHT IN,
101100* NOT MOVEMENT.
101200*
101300     IF  GLBAL-IS-CONVERSION
101400         GO TO 3550-EXIT.
101500
101600     ADD GLBAL-PERIOD-DR          TO  WS-MOVEMENT-AMT.
101700     SUBTRACT GLBAL-PERIOD-CR     FROM WS-MOVEMENT-AMT.
101800 3550-EXIT.
101900     EXIT.
102000
102100*****************************************************************
102200* 4000-PRINT-PANELS - PRINT THE STATEMENT FOUR COLUMNS AND THE  *
102300*                     TOTAL AT A TIME                           *
102400*****************************************************************
102500 4000-PRINT-PANELS.
102600     COMPUTE WS-PANEL-CNT = (WS-COL-CNT + 3) / 4.
102700     PERFORM 4100-ONE-PANEL       THRU 4100-EXIT
102800         VARYING WS-PANEL-NO FROM 1 BY 1
102900         UNTIL WS-PANEL-NO IS GREATER THAN WS-PANEL-CNT.
103000 4000-EXIT.
103100     EXIT.
103200
103300*****************************************************************
103400* 4100-ONE-PANEL - HEADINGS AND EVERY LINE FOR ONE PANEL'S      *
103500*                  COLUMNS                                      *
103600*****************************************************************
103700 4100-ONE-PANEL.
103800     COMPUTE WS-PANEL-FROM = (WS-PANEL-NO - 1) * 4 + 1.
103900     COMPUTE WS-PANEL-TO = WS-PANEL-FROM + 3.
104000     IF  WS-PANEL-TO IS GREATER THAN WS-COL-CNT
104100         MOVE WS-COL-CNT          TO  WS-PANEL-TO.
104200
104300     PERFORM 4200-PANEL-HEADINGS  THRU 4200-EXIT.
104400     PERFORM 4300-PRINT-ONE-LINE  THRU 4300-EXIT
104500         VARYING WS-LN-IX FROM 1 BY 1
104600         UNTIL WS-LN-IX IS GREATER THAN WS-LN-CNT.
104700 4100-EXIT.
104800     EXIT.
104900
105000*****************************************************************
105100* 4200-PANEL-HEADINGS - COMPANY, PERIODS, COLUMN BASIS, AND THE *
105200*                       PANEL'S COLUMN CODES AND NAMES          *
105300*****************************************************************
105400 4200-PANEL-HEADINGS.
105500     MOVE SPACES                  TO  GLCIP-RECORD.
105600     WRITE GLCIP-RECORD.
105700
105800     MOVE WS-CUR-CO-CODE          TO  WS-TTL-CO-CODE.
105900     MOVE WS-PANEL-NO             TO  WS-TTL-PANEL.
106000     MOVE WS-PANEL-CNT            TO  WS-TTL-PANELS.
106100     MOVE WS-TITLE-LINE           TO  GLCIP-RECORD.
106200     WRITE GLCIP-RECORD.
106300
106400     MOVE WS-SEL-PER-FROM         TO  WS-PRD-FROM.
106500     MOVE WS-SEL-PER-TO           TO  WS-PRD-TO.
106600     MOVE WS-PERIOD-LINE          TO  GLCIP-RECORD.
106700     WRITE GLCIP-RECORD.
106800
106900     MOVE WS-BASIS-LINE           TO  GLCIP-RECORD.
107000     WRITE GLCIP-RECORD.
107100
107200     MOVE SPACES                  TO  GLCIP-RECORD.
107300     WRITE GLCIP-RECORD.
107400
107500     MOVE SPACES                  TO  WS-COL-HDG-LINE.
107600     MOVE ZERO                    TO  WS-OUT-IX.
107700     PERFORM 4210-ONE-COL-CODE    THRU 4210-EXIT
107800         VARYING WS-COL-IX FROM WS-PANEL-FROM BY 1
107900         UNTIL WS-COL-IX IS GREATER THAN WS-PANEL-TO.
108000     ADD 1                        TO  WS-OUT-IX.
108100     MOVE "TOTAL"                 TO  WS-CHL-TEXT (WS-OUT-IX).
108200     MOVE WS-COL-HDG-LINE         TO  GLCIP-RECORD.
108300     WRITE GLCIP-RECORD.
108400
108500     MOVE SPACES                  TO  WS-COL-HDG-LINE.
108600     MOVE ZERO                    TO  WS-OUT-IX.
108700     PERFORM 4220-ONE-COL-DESC    THRU 4220-EXIT
108800         VARYING WS-COL-IX FROM WS-PANEL-FROM BY 1
108900         UNTIL WS-COL-IX IS GREATER THAN WS-PANEL-TO.
109000     MOVE WS-COL-HDG-LINE         TO  GLCIP-RECORD.
109100     WRITE GLCIP-RECORD.
109200
109300     MOVE SPACES                  TO  GLCIP-RECORD.
109400     WRITE GLCIP-RECORD.
109500 4200-EXIT.
109600     EXIT.
109700
109800*****************************************************************
109900* 4210-ONE-COL-CODE - ONE COLUMN'S CODE INTO THE CODE HEADING   *
110000*****************************************************************
110100 4210-ONE-COL-CODE.
110200     ADD 1                        TO  WS-OUT-IX.
110300     MOVE WS-COL-CODE (WS-COL-IX) TO  WS-CHL-TEXT (WS-OUT-IX).
110400 4210-EXIT.
110500     EXIT.
110600
110700*****************************************************************
110800* 4220-ONE-COL-DESC - ONE COLUMN'S NAME (ITS FIRST TEN          *
110900*                     CHARACTERS) INTO THE NAME HEADING         *
111000*****************************************************************
111100 4220-ONE-COL-DESC.
111200     ADD 1                        TO  WS-OUT-IX.
111300     MOVE WS-COL-DESC (WS-COL-IX) (1:10)
111400                                  TO  WS-CHL-TEXT (WS-OUT-IX).
111500 4220-EXIT.
111600     EXIT.
111700
111800*****************************************************************
111900* 4300-PRINT-ONE-LINE - ONE STATEMENT LINE FOR THE PANEL; A     *
112000*                       HEADING PRINTS ITS CAPTION ALONE        *
112100*****************************************************************
112200 4300-PRINT-ONE-LINE.
112300     MOVE SPACES                  TO  WS-AMT-LINE.
112400     MOVE WS-LN-CAPTION (WS-LN-IX) TO  WS-AL-CAPTION.
112500
112600     IF  WS-LN-TYPE (WS-LN-IX) IS EQUAL TO "H"
112700         MOVE WS-AMT-LINE         TO  GLCIP-RECORD
112800         WRITE GLCIP-RECORD
112900         GO TO 4300-EXIT.
113000
113100     MOVE ZERO                    TO  WS-OUT-IX.
113200     PERFORM 4310-ONE-AMOUNT      THRU 4310-EXIT
113300         VARYING WS-COL-IX FROM WS-PANEL-FROM BY 1
113400         UNTIL WS-COL-IX IS GREATER THAN WS-PANEL-TO.
113500
113600     ADD 1                        TO  WS-OUT-IX.
113700     MOVE WS-LN-TOTAL (WS-LN-IX)  TO  WS-PRINT-AMOUNT.
113800     PERFORM 4320-PRINT-SIGN      THRU 4320-EXIT.
113900     COMPUTE WS-AL-AMT (WS-OUT-IX) ROUNDED = WS-PRINT-AMOUNT.
114000
114100     MOVE WS-AMT-LINE             TO  GLCIP-RECORD.
114200     WRITE GLCIP-RECORD.
114300 4300-EXIT.
114400     EXIT.
114500
114600*****************************************************************
114700* 4310-ONE-AMOUNT - ONE COLUMN'S AMOUNT, IN WHOLE UNITS         *
114800*****************************************************************
114900 4310-ONE-AMOUNT.
115000     ADD 1                        TO  WS-OUT-IX.
115100     MOVE WS-LN-AMT (WS-LN-IX WS-COL-IX) TO  WS-PRINT-AMOUNT.
115200     PERFORM 4320-PRINT-SIGN      THRU 4320-EXIT.
115300     COMPUTE WS-AL-AMT (WS-OUT-IX) ROUNDED = WS-PRINT-AMOUNT.
115400 4310-EXIT.
115500     EXIT.
115600
115700*****************************************************************
115800* 4320-PRINT-SIGN - REVERSE THE AMOUNT WHEN THE LAYOUT LINE     *
115900*                   PRESENTS A CREDIT-NORMAL SECTION            *
116000*****************************************************************
116100 4320-PRINT-SIGN.
116200     IF  WS-LN-SIGN-REV-SW (WS-LN-IX) IS EQUAL TO "Y"
116300         COMPUTE WS-PRINT-AMOUNT = ZERO - WS-PRINT-AMOUNT.
116400 4320-EXIT.
116500     EXIT.
116600
116700*****************************************************************
116800* 5000-WRITE-DELIMITED - THE COMPANY'S COLUMN HEADING ROW, THEN *
116900*                        ONE ROW PER STATEMENT LINE             *
117000*****************************************************************
117100 5000-WRITE-DELIMITED.
117200     MOVE SPACES                  TO  GLCID-RECORD.
117300     MOVE 1                       TO  WS-DLM-PTR.
117400     STRING '"COMPANY","LINE"'    DELIMITED BY SIZE
117500         INTO GLCID-RECORD WITH POINTER WS-DLM-PTR.
117600     PERFORM 5100-ONE-COL-NAME    THRU 5100-EXIT
117700         VARYING WS-COL-IX FROM 1 BY 1
117800         UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT.
117900     STRING ',"TOTAL"'            DELIMITED BY SIZE
118000         INTO GLCID-RECORD WITH POINTER WS-DLM-PTR.
118100     WRITE GLCID-RECORD.
118200     ADD 1                        TO  WS-DLM-CNT.
118300
118400     PERFORM 5200-ONE-DLM-LINE    THRU 5200-EXIT
118500         VARYING WS-LN-IX FROM 1 BY 1
118600         UNTIL WS-LN-IX IS GREATER THAN WS-LN-CNT.
118700 5000-EXIT.
118800     EXIT.
118900
119000*****************************************************************
119100* 5100-ONE-COL-NAME - ONE COLUMN'S CODE ON THE HEADING ROW      *
119200*****************************************************************
119300 5100-ONE-COL-NAME.
119400     STRING ',"'                  DELIMITED BY SIZE
119500            WS-COL-CODE (WS-COL-IX) DELIMITED BY SPACE
119600            '"'                   DELIMITED BY SIZE
119700         INTO GLCID-RECORD WITH POINTER WS-DLM-PTR.
119800 5100-EXIT.
119900     EXIT.
120000
120100*****************************************************************
120200* 5200-ONE-DLM-LINE - ONE STATEMENT LINE AS A DELIMITED ROW;    *
120300*                     A HEADING CARRIES ITS CAPTION ALONE       *
120400*****************************************************************
120500 5200-ONE-DLM-LINE.
120600     MOVE SPACES                  TO  GLCID-RECORD.
120700     MOVE 1                       TO  WS-DLM-PTR.
120800     MOVE WS-LN-CAPTION (WS-LN-IX) TO  WS-EDIT-CAPTION.
120900     PERFORM 5300-CAPTION-LENGTH  THRU 5300-EXIT.
121000     STRING '"'                   DELIMITED BY SIZE
121100            WS-CUR-CO-CODE        DELIMITED BY SIZE
121200            '","'                 DELIMITED BY SIZE
121300            WS-EDIT-CAPTION (1:WS-CAP-LEN) DELIMITED BY SIZE
121400            '"'                   DELIMITED BY SIZE
121500         INTO GLCID-RECORD WITH POINTER WS-DLM-PTR.
121600
121700     IF  WS-LN-TYPE (WS-LN-IX) IS NOT EQUAL TO "H"
121800         PERFORM 5400-ONE-DLM-AMOUNT THRU 5400-EXIT
121900             VARYING WS-COL-IX FROM 1 BY 1
122000             UNTIL WS-COL-IX IS GREATER THAN WS-COL-CNT
122100         MOVE WS-LN-TOTAL (WS-LN-IX) TO  WS-PRINT-AMOUNT
122200         PERFORM 5500-APPEND-AMOUNT THRU 5500-EXIT.
122300
122400     WRITE GLCID-RECORD.
122500     ADD 1                        TO  WS-DLM-CNT.
122600 5200-EXIT.
122700     EXIT.
122800
122900*****************************************************************
123000* 5300-CAPTION-LENGTH - THE CAPTION'S LENGTH WITHOUT TRAILING   *
123100*                       SPACES (AT LEAST ONE)                   *
123200*****************************************************************
123300 5300-CAPTION-LENGTH.
123400     MOVE 30                      TO  WS-CAP-LEN.
123500     PERFORM 5310-BACK-ONE        THRU 5310-EXIT
123600         UNTIL WS-CAP-LEN IS EQUAL TO 1
123700         OR    WS-EDIT-CAPTION (WS-CAP-LEN:1) IS NOT EQUAL TO
123800               SPACE.
123900 5300-EXIT.
124000     EXIT.
124100
124200*****************************************************************
124300* 5310-BACK-ONE - ONE STEP BACK OVER A TRAILING SPACE           *
124400*****************************************************************
124500 5310-BACK-ONE.
124600     SUBTRACT 1                   FROM WS-CAP-LEN.
124700 5310-EXIT.
124800     EXIT.
124900
125000*****************************************************************
125100* 5400-ONE-DLM-AMOUNT - ONE COLUMN'S AMOUNT ON A DELIMITED ROW  *
125200*****************************************************************
125300 5400-ONE-DLM-AMOUNT.
125400     MOVE WS-LN-AMT (WS-LN-IX WS-COL-IX) TO  WS-PRINT-AMOUNT.
125500     PERFORM 5500-APPEND-AMOUNT   THRU 5500-EXIT.
125600 5400-EXIT.
125700     EXIT.
125800
125900*****************************************************************
126000* 5500-APPEND-AMOUNT - APPEND WS-PRINT-AMOUNT, SIGN-REVERSED    *
126100*                      AS THE LAYOUT SAYS, WITHOUT ITS LEADING  *
126200*                      SPACES                                   *
126300*****************************************************************
126400 5500-APPEND-AMOUNT.
126500     PERFORM 4320-PRINT-SIGN      THRU 4320-EXIT.
126600     MOVE WS-PRINT-AMOUNT         TO  WS-EDIT-AMT.
126700     MOVE 1                       TO  WS-EDIT-START.
126800     PERFORM 5510-FORWARD-ONE     THRU 5510-EXIT
126900         UNTIL WS-EDIT-START IS EQUAL TO 13
127000         OR    WS-EDIT-AMT (WS-EDIT-START:1) IS NOT EQUAL TO
127100               SPACE.
127200     STRING ','                   DELIMITED BY SIZE
127300            WS-EDIT-AMT (WS-EDIT-START:) DELIMITED BY SIZE
127400         INTO GLCID-RECORD WITH POINTER WS-DLM-PTR.
127500 5500-EXIT.
127600     EXIT.
127700
127800*****************************************************************
127900* 5510-FORWARD-ONE - ONE STEP PAST A LEADING SPACE              *
128000*****************************************************************
128100 5510-FORWARD-ONE.
128200     ADD 1                        TO  WS-EDIT-START.
128300 5510-EXIT.
128400     EXIT.
128500
128600*****************************************************************
128700* 9000-TERMINATE - CLOSE ALL FILES AND REPORT THE RUN COUNTS    *
128800*****************************************************************
128900 9000-TERMINATE.
129000     CLOSE COA-FILE.
129100     CLOSE STL-FILE.
129200     CLOSE BAL-FILE.
129300     CLOSE DAC-FILE.
129400     CLOSE DHR-FILE.
129500     CLOSE SEG-FILE.
129600     CLOSE RPT-FILE.
129700     IF  WS-DLM-WANTED
129800         CLOSE DLM-FILE.
129900
130000     DISPLAY "GLCOLIS - COMPANIES PRINTED     " WS-CO-CNT.
130100     DISPLAY "GLCOLIS - COMPANIES NOT PRINTED " WS-CO-SKIP-CNT.
130200     IF  WS-DLM-WANTED
130300         DISPLAY "GLCOLIS - DELIMITED ROWS        " WS-DLM-CNT.
130400 9000-EXIT.
130500     EXIT.
130600
130700 9999-EXIT.
130800     STOP RUN.
