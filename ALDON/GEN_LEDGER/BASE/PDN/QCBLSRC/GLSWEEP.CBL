000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLSWEEP.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLSWEEP  -  CASH POOL SWEEP GENERATOR                        *
001000*                                                               *
001100*  THE DAILY CASH-POOLING RUN.  FOR EVERY ACTIVE SWEEP RULE     *
001200*  (GLSWRREC) THE SWEPT CASH ACCOUNT'S BOOK BALANCE (GLCOA-     *
001300*  CURR-BAL) IS COMPARED WITH ITS TARGET - ZERO FOR A ZERO-     *
001400*  BALANCE RULE - AND THE DIFFERENCE IS SWEPT: AN EXCESS UP TO  *
001500*  THE CONCENTRATION ACCOUNT, A SHORTFALL FUNDED DOWN FROM IT.  *
001600*                                                               *
001700*  WHEN THE CONCENTRATION ACCOUNT BELONGS TO ANOTHER COMPANY    *
001800*  THE SWEEP IS BOOKED ON BOTH COMPANIES' BOOKS THROUGH THEIR   *
001900*  DUE-TO/DUE-FROM ACCOUNTS (GLICAREC), ONE BALANCED BATCH PER  *
002000*  COMPANY: THE SWEPT COMPANY MOVES ITS CASH AGAINST ITS        *
002100*  ACCOUNT WITH THE CONCENTRATION COMPANY, AND THE CONCEN-      *
002200*  TRATION COMPANY MOVES ITS CASH AGAINST ITS ACCOUNT WITH THE  *
002300*  SWEPT COMPANY.  WITHIN ONE COMPANY A SINGLE BATCH MOVES THE  *
002400*  CASH BETWEEN THE TWO ACCOUNTS.  THE CASH LINE IS ALWAYS      *
002500*  LINE 1 OF ITS BATCH (FOR A SAME-COMPANY SWEEP THE CONCEN-    *
002600*  TRATION LINE FOLLOWS IT).  THE BATCHES ARE WRITTEN TO        *
002700*  GLTRANIN AT STATUS PENDING, SOURCE "SWEP", APPROVED          *
002800*  "SYSTEM", FOR THE NEXT POSTING RUN.                          *
002900*                                                               *
003000*  THE REPORT LISTS EVERY RULE WITH ITS BOOK BALANCE, TARGET,   *
003100*  SWEEP AMOUNT AND DIRECTION, AND UNDER EACH SWEEP THE BATCH   *
003200*  AND LINE OF BOTH CASH LINES, SO EACH CAN BE MATCHED TO THE   *
003300*  BANK'S SWEEP ADVICE ON THE STATEMENT WORKSHEET (GLBNKWRK).   *
003400*  A RULE THAT CANNOT BE SWEPT (ACCOUNT OFF THE CHART OR        *
003500*  INACTIVE, NO INTERCOMPANY DESIGNATION, ALREADY SWEPT TODAY)  *
003600*  IS LISTED WITH ITS REASON AND LEFT ALONE.                    *
003700*                                                               *
003800*  THE BOOK BALANCE DOES NOT INCLUDE PENDING BATCHES, SO A      *
003900*  SWEPT RULE IS STAMPED WITH THE RUN DATE, AMOUNT AND BATCHES  *
004000*  AND IS NOT SWEPT AGAIN THAT DAY.                             *
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
005300     SELECT SWR-FILE   ASSIGN TO GLSWPRUL
005400         ORGANIZATION IS INDEXED
005500         ACCESS       IS DYNAMIC
005600         RECORD KEY   IS GLSWR-KEY
005700         FILE STATUS  IS WS-SWR-STATUS.
005800
005900     SELECT COA-FILE   ASSIGN TO GLCOA
006000         ORGANIZATION IS INDEXED
006100         ACCESS       IS DYNAMIC
006200         RECORD KEY   IS GLCOA-KEY
006300         FILE STATUS  IS WS-COA-STATUS.
006400
006500     SELECT ICA-FILE   ASSIGN TO GLICACCT
006600         ORGANIZATION IS INDEXED
006700         ACCESS       IS DYNAMIC
006800         RECORD KEY   IS GLICA-KEY
006900         FILE STATUS  IS WS-ICA-STATUS.
007000
007100     SELECT BTCH-FILE  ASSIGN TO GLBATCH
007200         ORGANIZATION IS INDEXED
007300         ACCESS       IS DYNAMIC
007400         RECORD KEY   IS GLBTCH-KEY
007500         FILE STATUS  IS WS-BTCH-STATUS.
007600
007700     SELECT JE-FILE    ASSIGN TO GLTRANIN
007800         ORGANIZATION IS INDEXED
007900         ACCESS       IS DYNAMIC
008000         RECORD KEY   IS GLPND-KEY
008100         FILE STATUS  IS WS-JE-STATUS.
008200
008300     SELECT RPT-FILE   ASSIGN TO GLSWEEPP
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS  IS WS-RPT-STATUS.
008600
008700/
008800*****************************************************************
008900* D A T A   D I V I S I O N                                     *
009000*****************************************************************
009100 DATA DIVISION.
009200 FILE SECTION.
009300
009400 FD  SWR-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY GLSWRREC.
009700
009800 FD  COA-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY GLCOAREC.
010100
010200 FD  ICA-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY GLICAREC.
010500
010600 FD  BTCH-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY GLBTCHREC.
010900
011000 FD  JE-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300     COPY GLPNDREC.
011400     COPY GLJEREC.
011500
011600 FD  RPT-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORDING MODE IS F.
011900     COPY GLSWPPRT.
012000
012100/
012200*****************************************************************
012300* W O R K I N G   S T O R A G E   S E C T I O N                 *
012400*****************************************************************
012500 WORKING-STORAGE SECTION.
012600
012700 77  WS-SWR-STATUS              PIC X(02) VALUE SPACES.
012800     88  WS-SWR-OK                       VALUE "00".
012900     88  WS-SWR-EOF                      VALUE "10".
013000
013100 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
013200     88  WS-COA-OK                       VALUE "00".
013300
013400 77  WS-ICA-STATUS              PIC X(02) VALUE SPACES.
013500     88  WS-ICA-OK                       VALUE "00".
013600
013700 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
013800     88  WS-BTCH-OK                      VALUE "00".
013900
014000 77  WS-JE-STATUS               PIC X(02) VALUE SPACES.
014100     88  WS-JE-OK                        VALUE "00".
014200
014300 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
014400
014500 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
014600
014700 77  WS-NEXT-BATCH-NO           PIC 9(06) VALUE ZERO.
014800 77  WS-CUR-BATCH-NO            PIC 9(06) VALUE ZERO.
014900 77  WS-CUR-LINE-NO             PIC 9(04) VALUE ZERO.
015000
015100 77  WS-CASH-BAL                PIC S9(09)V99 COMP-3 VALUE ZERO.
015200 77  WS-TARGET-AMT              PIC S9(09)V99 COMP-3 VALUE ZERO.
015300 77  WS-SWEEP-AMT               PIC S9(09)V99 COMP-3 VALUE ZERO.
015400 77  WS-ADJ-QTY                 PIC S9(7)V99  COMP-3 VALUE ZERO.
015500 77  WS-SIDE-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
015600 77  WS-REMAIN-AMT              PIC S9(09)V99 COMP-3 VALUE ZERO.
015700 77  WS-MAX-LINE-QTY            PIC S9(7)V99  COMP-3
015800                                VALUE 9999999.99.
015900 77  WS-GEN-DR-CR-CODE          PIC X(01) VALUE SPACES.
016000 77  WS-GEN-ACCT-NO             PIC 9(06) VALUE ZERO.
016100 77  WS-GEN-CO-CODE             PIC X(03) VALUE SPACES.
016200
016300 77  WS-CASH-DR-CR-CODE         PIC X(01) VALUE SPACES.
016400 77  WS-CONC-DR-CR-CODE         PIC X(01) VALUE SPACES.
016500 77  WS-SUB-ICA-ACCT-NO         PIC 9(06) VALUE ZERO.
016600 77  WS-CONC-ICA-ACCT-NO        PIC 9(06) VALUE ZERO.
016700 77  WS-SUB-BATCH-NO            PIC 9(06) VALUE ZERO.
016800 77  WS-SUB-LINE-NO             PIC 9(04) VALUE ZERO.
016900 77  WS-CONC-BATCH-NO           PIC 9(06) VALUE ZERO.
017000 77  WS-CONC-LINE-NO            PIC 9(04) VALUE ZERO.
017100
017200 77  WS-EXC-TEXT                PIC X(40) VALUE SPACES.
017300
017400 77  WS-RULE-CNT                PIC 9(05) BINARY VALUE ZERO.
017500 77  WS-UP-CNT                  PIC 9(05) BINARY VALUE ZERO.
017600 77  WS-DOWN-CNT                PIC 9(05) BINARY VALUE ZERO.
017700 77  WS-AT-TARGET-CNT           PIC 9(05) BINARY VALUE ZERO.
017800 77  WS-EXCEPTION-CNT           PIC 9(05) BINARY VALUE ZERO.
017900 77  WS-BATCH-CNT               PIC 9(07) BINARY VALUE ZERO.
018000 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
018100 77  WS-UP-TOTAL                PIC S9(11)V99 COMP-3 VALUE ZERO.
018200 77  WS-DOWN-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
018300
018400 01  WS-SWEEP-DOC-REF.
018500     05  FILLER                 PIC X(03) VALUE "SWP".
018600     05  WS-DOC-CO-CODE         PIC X(03).
018700     05  FILLER                 PIC X(01) VALUE "-".
018800     05  WS-DOC-ACCT-NO         PIC 9(06).
018900     05  FILLER                 PIC X(02) VALUE SPACES.
019000
019100 01  WS-HEAD-1.
019200     05  FILLER                 PIC X(26)
019300                                VALUE "CASH POOL SWEEP REGISTER".
019400     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
019500     05  WS-HD-RUN-DATE         PIC 9(08).
019600     05  FILLER                 PIC X(02) VALUE SPACES.
019700     05  WS-HD-MODE-TEXT        PIC X(35).
019800
019900 01  WS-HEAD-2.
020000     05  FILLER                 PIC X(40)
020100         VALUE "CO  CASH   CONC/ACCT   T   BOOK BALANCE ".
020200     05  FILLER                 PIC X(40)
020300         VALUE "       TARGET  SWEEP AMOUNT DIRECTION   ".
020400
020500 01  WS-DETAIL-LINE.
020600     05  WS-DTL-CO-CODE         PIC X(03).
020700     05  FILLER                 PIC X(01) VALUE SPACES.
020800     05  WS-DTL-CASH-ACCT       PIC 9(06).
020900     05  FILLER                 PIC X(01) VALUE SPACES.
021000     05  WS-DTL-CONC-CO         PIC X(03).
021100     05  FILLER                 PIC X(01) VALUE "/".
021200     05  WS-DTL-CONC-ACCT       PIC 9(06).
021300     05  FILLER                 PIC X(02) VALUE SPACES.
021400     05  WS-DTL-TYPE            PIC X(01).
021500     05  FILLER                 PIC X(02) VALUE SPACES.
021600     05  WS-DTL-BOOK-BAL        PIC -(9)9.99.
021700     05  FILLER                 PIC X(01) VALUE SPACES.
021800     05  WS-DTL-TARGET          PIC -(9)9.99.
021900     05  FILLER                 PIC X(01) VALUE SPACES.
022000     05  WS-DTL-SWEEP-AMT       PIC Z(9)9.99.
022100     05  FILLER                 PIC X(01) VALUE SPACES.
022200     05  WS-DTL-DIRECTION       PIC X(11).
022300
022400 01  WS-MATCH-LINE.
022500     05  FILLER                 PIC X(06) VALUE SPACES.
022600     05  FILLER                 PIC X(20)
022700                                VALUE "BANK ADVICE MATCH - ".
022800     05  WS-MCH-CO-CODE         PIC X(03).
022900     05  FILLER                 PIC X(01) VALUE "/".
023000     05  WS-MCH-ACCT-NO         PIC 9(06).
023100     05  FILLER                 PIC X(07) VALUE " BATCH ".
023200     05  WS-MCH-BATCH-NO        PIC 9(06).
023300     05  FILLER                 PIC X(06) VALUE " LINE ".
023400     05  WS-MCH-LINE-NO         PIC 9(04).
023500     05  FILLER                 PIC X(01) VALUE SPACES.
023600     05  WS-MCH-TEXT            PIC X(20).
023700
023800 01  WS-EXCEPTION-LINE.
023900     05  WS-EXC-CO-CODE         PIC X(03).
024000     05  FILLER                 PIC X(01) VALUE SPACES.
024100     05  WS-EXC-CASH-ACCT       PIC 9(06).
024200     05  FILLER                 PIC X(02) VALUE SPACES.
024300     05  FILLER                 PIC X(04) VALUE "*** ".
024400     05  WS-EXC-LINE-TEXT       PIC X(40).
024500     05  FILLER                 PIC X(14)
024600                                VALUE " - NOT SWEPT".
024700
024800 01  WS-TOTAL-LINE.
024900     05  WS-TOT-TEXT            PIC X(40).
025000     05  WS-TOT-CNT             PIC Z(6)9.
025100     05  FILLER                 PIC X(03) VALUE SPACES.
025200     05  WS-TOT-AMT             PIC Z(10)9.99-.
025300
025400/
025500*****************************************************************
025600* L I N K A G E   S E C T I O N                                 *
025700*                                                               *
025800* THE RUN MODE ARRIVES FROM THE CALLING CL PROGRAM: "R" PRINTS  *
025900* THE SWEEPS THAT WOULD BE MADE, "P" ALSO GENERATES THE SWEEP   *
026000* BATCHES AND STAMPS THE RULES.                                 *
026100*****************************************************************
026200 LINKAGE SECTION.
026300 01  WS-SWEEP-MODE              PIC X(01).
026400     88  WS-REPORT-ONLY                  VALUE "R".
026500     88  WS-POST-SWEEPS                  VALUE "P".
026600/
026700*****************************************************************
026800* P R O C E D U R E   D I V I S I O N                           *
026900*****************************************************************
027000 PROCEDURE DIVISION      USING WS-SWEEP-MODE.
027100
027200*****************************************************************
027300* 0000-MAINLINE                                                 *
027400*****************************************************************
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
027700     PERFORM 2000-SWEEP-ALL-RULES     THRU 2000-EXIT.
027800     PERFORM 8000-PRINT-TOTALS        THRU 8000-EXIT.
027900     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
028000     GO TO 9999-EXIT.
028100
028200*****************************************************************
028300* 1000-INITIALIZE - VALIDATE THE RUN MODE, OPEN THE FILES AND   *
028400*                   PRINT THE HEADINGS                          *
028500*****************************************************************
028600 1000-INITIALIZE.
028700     IF  NOT WS-REPORT-ONLY AND NOT WS-POST-SWEEPS
028800         DISPLAY "GLSWEEP - RUN MODE MUST BE R OR P, GOT "
028900                 WS-SWEEP-MODE
029000         STOP RUN.
029100
029200     OPEN INPUT  COA-FILE.
029300     OPEN INPUT  ICA-FILE.
029400     OPEN OUTPUT RPT-FILE.
029500
029600     IF  WS-POST-SWEEPS
029700         OPEN I-O    SWR-FILE
029800         OPEN I-O    BTCH-FILE
029900         OPEN I-O    JE-FILE
030000         PERFORM 1100-FIND-NEXT-BATCH-NO THRU 1100-EXIT
030100     ELSE
030200         OPEN INPUT  SWR-FILE.
030300
030400     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
030500
030600     MOVE WS-TODAY-DATE           TO  WS-HD-RUN-DATE.
030700     IF  WS-POST-SWEEPS
030800         MOVE "SWEEP BATCHES GENERATED"
030900                                   TO  WS-HD-MODE-TEXT
031000     ELSE
031100         MOVE "REPORT ONLY - NO BATCHES GENERATED"
031200                                   TO  WS-HD-MODE-TEXT.
031300
031400     MOVE WS-HEAD-1               TO  GLSWP-RECORD.
031500     WRITE GLSWP-RECORD.
031600     MOVE SPACES                  TO  GLSWP-RECORD.
031700     WRITE GLSWP-RECORD.
031800     MOVE WS-HEAD-2               TO  GLSWP-RECORD.
031900     WRITE GLSWP-RECORD.
032000     MOVE SPACES                  TO  GLSWP-RECORD.
032100     WRITE GLSWP-RECORD.
032200 1000-EXIT.
032300     EXIT.
032400
032500*****************************************************************
032600* 1100-FIND-NEXT-BATCH-NO - THE HIGHEST EXISTING BATCH NUMBER,  *
032700*                           PLUS ONE, IS WHERE THIS RUN BEGINS  *
032800*                           ASSIGNING SWEEP BATCHES             *
032900*****************************************************************
033000 1100-FIND-NEXT-BATCH-NO.
033100     MOVE HIGH-VALUES             TO  GLBTCH-KEY.
033200     START BTCH-FILE
033300         KEY IS NOT GREATER THAN GLBTCH-KEY
033400         INVALID KEY
033500             MOVE ZERO            TO  WS-NEXT-BATCH-NO
033600             GO TO 1100-EXIT.
033700
033800     READ BTCH-FILE PREVIOUS RECORD
033900         AT END
034000             MOVE ZERO            TO  WS-NEXT-BATCH-NO
034100             GO TO 1100-EXIT.
034200
034300     MOVE GLBTCH-BATCH-NO         TO  WS-NEXT-BATCH-NO.
034400 1100-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800* 2000-SWEEP-ALL-RULES - WALK THE SWEEP RULE MASTER IN COMPANY/ *
034900*                        ACCOUNT ORDER                          *
035000*****************************************************************
035100 2000-SWEEP-ALL-RULES.
035200     MOVE LOW-VALUES              TO  GLSWR-KEY.
035300     START SWR-FILE
035400         KEY IS NOT LESS THAN GLSWR-KEY
035500         INVALID KEY
035600             MOVE "10"            TO  WS-SWR-STATUS.
035700
035800     PERFORM 2100-ONE-RULE        THRU 2100-EXIT
035900         UNTIL WS-SWR-EOF.
036000 2000-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400* 2100-ONE-RULE - EDIT ONE RULE, WORK OUT ITS SWEEP, AND IN     *
036500*                 POSTING MODE GENERATE AND STAMP IT            *
036600*****************************************************************
036700 2100-ONE-RULE.
036800     READ SWR-FILE NEXT RECORD
036900         AT END
037000             MOVE "10"            TO  WS-SWR-STATUS
037100             GO TO 2100-EXIT.
037200
037300     IF  GLSWR-IS-INACTIVE
037400         GO TO 2100-EXIT.
037500
037600     ADD 1                        TO  WS-RULE-CNT.
037700
037800     IF  WS-POST-SWEEPS
037900         AND GLSWR-LAST-SWEEP-DATE IS EQUAL TO WS-TODAY-DATE
038000         MOVE "ALREADY SWEPT TODAY"   TO  WS-EXC-TEXT
038100         PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
038200         GO TO 2100-EXIT.
038300
038400     IF  NOT GLSWR-ZERO-BALANCE AND NOT GLSWR-TARGET-BALANCE
038500         MOVE "SWEEP TYPE IS NOT Z OR T" TO  WS-EXC-TEXT
038600         PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
038700         GO TO 2100-EXIT.
038800
038900     IF  GLSWR-CONC-ACCT-NO IS EQUAL TO ZERO
039000         MOVE "NO CONCENTRATION ACCOUNT" TO  WS-EXC-TEXT
039100         PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
039200         GO TO 2100-EXIT.
039300
039400     IF  GLSWR-CONC-CO-CODE IS EQUAL TO GLSWR-CO-CODE
039500         AND GLSWR-CONC-ACCT-NO IS EQUAL TO GLSWR-CASH-ACCT-NO
039600         MOVE "ACCOUNT SWEEPS TO ITSELF" TO  WS-EXC-TEXT
039700         PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
039800         GO TO 2100-EXIT.
039900
040000     MOVE GLSWR-CONC-CO-CODE      TO  GLCOA-CO-CODE.
040100     MOVE GLSWR-CONC-ACCT-NO      TO  GLCOA-ACCT-NO.
040200     READ COA-FILE
040300         INVALID KEY
040400             MOVE "CONCENTRATION ACCOUNT NOT ON CHART"
040500                                   TO  WS-EXC-TEXT
040600             PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
040700             GO TO 2100-EXIT.
040800
040900     IF  GLCOA-IS-INACTIVE
041000         MOVE "CONCENTRATION ACCOUNT INACTIVE" TO  WS-EXC-TEXT
041100         PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
041200         GO TO 2100-EXIT.
041300
041400     MOVE GLSWR-CO-CODE           TO  GLCOA-CO-CODE.
041500     MOVE GLSWR-CASH-ACCT-NO      TO  GLCOA-ACCT-NO.
041600     READ COA-FILE
041700         INVALID KEY
041800             MOVE "CASH ACCOUNT NOT ON CHART" TO  WS-EXC-TEXT
041900             PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
042000             GO TO 2100-EXIT.
042100
042200     IF  GLCOA-IS-INACTIVE
042300         MOVE "CASH ACCOUNT INACTIVE" TO  WS-EXC-TEXT
042400         PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
042500         GO TO 2100-EXIT.
042600
042700     IF  NOT GLCOA-IS-CASH-ACCT
042800         MOVE "ACCOUNT IS NOT FLAGGED AS CASH" TO  WS-EXC-TEXT
042900         PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
043000         GO TO 2100-EXIT.
043100
043200     MOVE GLCOA-CURR-BAL          TO  WS-CASH-BAL.
043300     IF  GLSWR-ZERO-BALANCE
043400         MOVE ZERO                TO  WS-TARGET-AMT
043500     ELSE
043600         MOVE GLSWR-TARGET-BAL    TO  WS-TARGET-AMT.
043700
043800     SUBTRACT WS-TARGET-AMT FROM WS-CASH-BAL
043900         GIVING WS-SWEEP-AMT.
044000
044100     IF  WS-SWEEP-AMT IS EQUAL TO ZERO
044200         ADD 1                    TO  WS-AT-TARGET-CNT
044300         PERFORM 2800-PRINT-DETAIL THRU 2800-EXIT
044400         GO TO 2100-EXIT.
044500
044600*
044700* THE INTERCOMPANY ACCOUNTS ARE ONLY NEEDED WHEN THE CASH LEAVES
044800* THE COMPANY; BOTH DIRECTIONS MUST BE DESIGNATED AND ACTIVE.
044900*
045000     IF  GLSWR-CONC-CO-CODE IS NOT EQUAL TO GLSWR-CO-CODE
045100         PERFORM 2200-FIND-ICA-ACCOUNTS THRU 2200-EXIT
045200         IF  WS-EXC-TEXT IS NOT EQUAL TO SPACES
045300             PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
045400             GO TO 2100-EXIT.
045500
045600     IF  WS-SWEEP-AMT IS GREATER THAN ZERO
045700         ADD 1                    TO  WS-UP-CNT
045800         ADD WS-SWEEP-AMT         TO  WS-UP-TOTAL
045900         MOVE WS-SWEEP-AMT        TO  WS-SIDE-AMT
046000         MOVE "C"                 TO  WS-CASH-DR-CR-CODE
046100         MOVE "D"                 TO  WS-CONC-DR-CR-CODE
046200     ELSE
046300         ADD 1                    TO  WS-DOWN-CNT
046400         SUBTRACT WS-SWEEP-AMT    FROM WS-DOWN-TOTAL
046500         COMPUTE WS-SIDE-AMT = ZERO - WS-SWEEP-AMT
046600         MOVE "D"                 TO  WS-CASH-DR-CR-CODE
046700         MOVE "C"                 TO  WS-CONC-DR-CR-CODE.
046800
046900     PERFORM 2800-PRINT-DETAIL    THRU 2800-EXIT.
047000
047100     IF  WS-REPORT-ONLY
047200         GO TO 2100-EXIT.
047300
047400     PERFORM 3000-GENERATE-SWEEP  THRU 3000-EXIT.
047500     PERFORM 2850-PRINT-MATCH     THRU 2850-EXIT.
047600
047700     MOVE WS-TODAY-DATE           TO  GLSWR-LAST-SWEEP-DATE.
047800     MOVE WS-SWEEP-AMT            TO  GLSWR-LAST-SWEEP-AMT.
047900     MOVE WS-SUB-BATCH-NO         TO  GLSWR-LAST-BATCH-NO.
048000     MOVE WS-CONC-BATCH-NO        TO  GLSWR-LAST-CONC-BATCH-NO.
048100     REWRITE GLSWR-RECORD.
048200     IF  NOT WS-SWR-OK
048300         DISPLAY "GLSWEEP - ERROR REWRITING GLSWPRUL, STATUS "
048400                 WS-SWR-STATUS
048500         STOP RUN.
048600 2100-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000* 2200-FIND-ICA-ACCOUNTS - THE SWEPT COMPANY'S ACCOUNT WITH THE *
049100*                          CONCENTRATION COMPANY AND THE        *
049200*                          CONCENTRATION COMPANY'S ACCOUNT      *
049300*                          WITH IT; WS-EXC-TEXT IS LEFT BLANK   *
049400*                          WHEN BOTH ARE FOUND                  *
049500*****************************************************************
049600 2200-FIND-ICA-ACCOUNTS.
049700     MOVE SPACES                  TO  WS-EXC-TEXT.
049800
049900     MOVE GLSWR-CO-CODE           TO  GLICA-CO-CODE.
050000     MOVE GLSWR-CONC-CO-CODE      TO  GLICA-PARTNER-CO.
050100     READ ICA-FILE
050200         INVALID KEY
050300             MOVE "NO DUE-FROM DESIGNATION TO CONC COMPANY"
050400                                   TO  WS-EXC-TEXT
050500             GO TO 2200-EXIT.
050600
050700     IF  GLICA-IS-INACTIVE
050800     OR  GLICA-ACCT-NO IS EQUAL TO ZERO
050900         MOVE "DUE-FROM DESIGNATION INACTIVE"
051000                                   TO  WS-EXC-TEXT
051100         GO TO 2200-EXIT.
051200
051300     MOVE GLICA-ACCT-NO           TO  WS-SUB-ICA-ACCT-NO.
051400
051500     MOVE GLSWR-CONC-CO-CODE      TO  GLICA-CO-CODE.
051600     MOVE GLSWR-CO-CODE           TO  GLICA-PARTNER-CO.
051700     READ ICA-FILE
051800         INVALID KEY
051900             MOVE "NO DUE-TO DESIGNATION FROM CONC COMPANY"
052000                                   TO  WS-EXC-TEXT
052100             GO TO 2200-EXIT.
052200
052300     IF  GLICA-IS-INACTIVE
052400     OR  GLICA-ACCT-NO IS EQUAL TO ZERO
052500         MOVE "DUE-TO DESIGNATION INACTIVE"
052600                                   TO  WS-EXC-TEXT
052700         GO TO 2200-EXIT.
052800
052900     MOVE GLICA-ACCT-NO           TO  WS-CONC-ICA-ACCT-NO.
053000 2200-EXIT.
053100     EXIT.
053200
053300*****************************************************************
053400* 2800-PRINT-DETAIL - ONE RULE'S BALANCE, TARGET AND SWEEP      *
053500*****************************************************************
053600 2800-PRINT-DETAIL.
053700     MOVE GLSWR-CO-CODE           TO  WS-DTL-CO-CODE.
053800     MOVE GLSWR-CASH-ACCT-NO      TO  WS-DTL-CASH-ACCT.
053900     MOVE GLSWR-CONC-CO-CODE      TO  WS-DTL-CONC-CO.
054000     MOVE GLSWR-CONC-ACCT-NO      TO  WS-DTL-CONC-ACCT.
054100     MOVE GLSWR-SWEEP-TYPE        TO  WS-DTL-TYPE.
054200     MOVE WS-CASH-BAL             TO  WS-DTL-BOOK-BAL.
054300     MOVE WS-TARGET-AMT           TO  WS-DTL-TARGET.
054400     MOVE WS-SWEEP-AMT            TO  WS-DTL-SWEEP-AMT.
054500
054600     IF  WS-SWEEP-AMT IS EQUAL TO ZERO
054700         MOVE "AT TARGET"         TO  WS-DTL-DIRECTION
054800     ELSE
054900         IF  WS-SWEEP-AMT IS GREATER THAN ZERO
055000             MOVE "TO POOL"       TO  WS-DTL-DIRECTION
055100         ELSE
055200             MOVE "FROM POOL"     TO  WS-DTL-DIRECTION.
055300
055400     MOVE WS-DETAIL-LINE          TO  GLSWP-RECORD.
055500     WRITE GLSWP-RECORD.
055600 2800-EXIT.
055700     EXIT.
055800
055900*****************************************************************
056000* 2850-PRINT-MATCH - THE BATCH AND LINE OF EACH CASH LINE THE   *
056100*                    SWEEP GENERATED, FOR THE BANK WORKSHEET    *
056200*****************************************************************
056300 2850-PRINT-MATCH.
056400     MOVE GLSWR-CO-CODE           TO  WS-MCH-CO-CODE.
056500     MOVE GLSWR-CASH-ACCT-NO      TO  WS-MCH-ACCT-NO.
056600     MOVE WS-SUB-BATCH-NO         TO  WS-MCH-BATCH-NO.
056700     MOVE WS-SUB-LINE-NO          TO  WS-MCH-LINE-NO.
056800     MOVE "SWEPT ACCOUNT"         TO  WS-MCH-TEXT.
056900     MOVE WS-MATCH-LINE           TO  GLSWP-RECORD.
057000     WRITE GLSWP-RECORD.
057100
057200     MOVE GLSWR-CONC-CO-CODE      TO  WS-MCH-CO-CODE.
057300     MOVE GLSWR-CONC-ACCT-NO      TO  WS-MCH-ACCT-NO.
057400     MOVE WS-CONC-BATCH-NO        TO  WS-MCH-BATCH-NO.
057500     MOVE WS-CONC-LINE-NO         TO  WS-MCH-LINE-NO.
057600     MOVE "CONCENTRATION"         TO  WS-MCH-TEXT.
057700     MOVE WS-MATCH-LINE           TO  GLSWP-RECORD.
057800     WRITE GLSWP-RECORD.
057900 2850-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300* 2900-PRINT-EXCEPTION - A RULE LEFT UNSWEPT, WITH ITS REASON   *
058400*****************************************************************
058500 2900-PRINT-EXCEPTION.
058600     MOVE GLSWR-CO-CODE           TO  WS-EXC-CO-CODE.
058700     MOVE GLSWR-CASH-ACCT-NO      TO  WS-EXC-CASH-ACCT.
058800     MOVE WS-EXC-TEXT             TO  WS-EXC-LINE-TEXT.
058900     MOVE WS-EXCEPTION-LINE       TO  GLSWP-RECORD.
059000     WRITE GLSWP-RECORD.
059100     ADD 1                        TO  WS-EXCEPTION-CNT.
059200 2900-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600* 3000-GENERATE-SWEEP - THE SWEPT COMPANY'S BATCH, AND FOR AN   *
059700*                       INTERCOMPANY SWEEP THE CONCENTRATION    *
059800*                       COMPANY'S BATCH; THE CASH LINE GOES     *
059900*                       FIRST IN EACH                           *
060000*****************************************************************
060100 3000-GENERATE-SWEEP.
060200     MOVE GLSWR-CO-CODE           TO  WS-DOC-CO-CODE.
060300     MOVE GLSWR-CASH-ACCT-NO      TO  WS-DOC-ACCT-NO.
060400
060500     MOVE GLSWR-CO-CODE           TO  WS-GEN-CO-CODE.
060600     PERFORM 3100-OPEN-BATCH      THRU 3100-EXIT.
060700     MOVE WS-CUR-BATCH-NO         TO  WS-SUB-BATCH-NO.
060800     MOVE 1                       TO  WS-SUB-LINE-NO.
060900
061000     MOVE WS-CASH-DR-CR-CODE      TO  WS-GEN-DR-CR-CODE.
061100     MOVE GLSWR-CASH-ACCT-NO      TO  WS-GEN-ACCT-NO.
061200     PERFORM 4100-PUT-GEN-LINES   THRU 4100-EXIT.
061300
061400     IF  GLSWR-CONC-CO-CODE IS EQUAL TO GLSWR-CO-CODE
061500         MOVE WS-CUR-BATCH-NO     TO  WS-CONC-BATCH-NO
061600         ADD 1 WS-CUR-LINE-NO GIVING WS-CONC-LINE-NO
061700         MOVE WS-CONC-DR-CR-CODE  TO  WS-GEN-DR-CR-CODE
061800         MOVE GLSWR-CONC-ACCT-NO  TO  WS-GEN-ACCT-NO
061900         PERFORM 4100-PUT-GEN-LINES THRU 4100-EXIT
062000         PERFORM 4200-WRITE-HEADER  THRU 4200-EXIT
062100         GO TO 3000-EXIT.
062200
062300     MOVE WS-CONC-DR-CR-CODE      TO  WS-GEN-DR-CR-CODE.
062400     MOVE WS-SUB-ICA-ACCT-NO      TO  WS-GEN-ACCT-NO.
062500     PERFORM 4100-PUT-GEN-LINES   THRU 4100-EXIT.
062600     PERFORM 4200-WRITE-HEADER    THRU 4200-EXIT.
062700
062800     MOVE GLSWR-CONC-CO-CODE      TO  WS-GEN-CO-CODE.
062900     PERFORM 3100-OPEN-BATCH      THRU 3100-EXIT.
063000     MOVE WS-CUR-BATCH-NO         TO  WS-CONC-BATCH-NO.
063100     MOVE 1                       TO  WS-CONC-LINE-NO.
063200
063300     MOVE WS-CONC-DR-CR-CODE      TO  WS-GEN-DR-CR-CODE.
063400     MOVE GLSWR-CONC-ACCT-NO      TO  WS-GEN-ACCT-NO.
063500     PERFORM 4100-PUT-GEN-LINES   THRU 4100-EXIT.
063600
063700     MOVE WS-CASH-DR-CR-CODE      TO  WS-GEN-DR-CR-CODE.
063800     MOVE WS-CONC-ICA-ACCT-NO     TO  WS-GEN-ACCT-NO.
063900     PERFORM 4100-PUT-GEN-LINES   THRU 4100-EXIT.
064000     PERFORM 4200-WRITE-HEADER    THRU 4200-EXIT.
064100 3000-EXIT.
064200     EXIT.
064300
064400*****************************************************************
064500* 3100-OPEN-BATCH - ASSIGN THE NEXT BATCH NUMBER TO A NEW SWEEP *
064600*                   BATCH                                       *
064700*****************************************************************
064800 3100-OPEN-BATCH.
064900     ADD 1                        TO  WS-NEXT-BATCH-NO.
065000     MOVE WS-NEXT-BATCH-NO        TO  WS-CUR-BATCH-NO.
065100     MOVE ZERO                    TO  WS-CUR-LINE-NO.
065200 3100-EXIT.
065300     EXIT.
065400
065500*****************************************************************
065600* 4100-PUT-GEN-LINES - ONE SIDE'S SWEEP AMOUNT, SPLIT ACROSS AS *
065700*                      MANY GENERATED LINES AS THE JOURNAL      *
065800*                      LINE'S QUANTITY FIELD NEEDS              *
065900*****************************************************************
066000 4100-PUT-GEN-LINES.
066100     MOVE WS-SIDE-AMT             TO  WS-REMAIN-AMT.
066200     PERFORM 4150-PUT-ONE-PIECE   THRU 4150-EXIT
066300         UNTIL WS-REMAIN-AMT IS NOT GREATER THAN ZERO.
066400 4100-EXIT.
066500     EXIT.
066600
066700*****************************************************************
066800* 4150-PUT-ONE-PIECE - WRITE ONE SWEEP LINE TO GLTRANIN,        *
066900*                      QUANTITY = THE NEXT PIECE OF THE SIDE'S  *
067000*                      AMOUNT AT A UNIT PRICE OF ONE            *
067100*****************************************************************
067200 4150-PUT-ONE-PIECE.
067300     IF  WS-REMAIN-AMT IS GREATER THAN WS-MAX-LINE-QTY
067400         MOVE WS-MAX-LINE-QTY     TO  WS-ADJ-QTY
067500     ELSE
067600         MOVE WS-REMAIN-AMT       TO  WS-ADJ-QTY.
067700     SUBTRACT WS-ADJ-QTY          FROM WS-REMAIN-AMT.
067800
067900     ADD 1                        TO  WS-CUR-LINE-NO.
068000     MOVE WS-CUR-BATCH-NO         TO  GLJE-BATCH-NO.
068100     MOVE WS-CUR-LINE-NO          TO  GLJE-LINE-NO.
068200     MOVE WS-GEN-ACCT-NO          TO  GLJE-ACCT-NO.
068300     MOVE WS-GEN-DR-CR-CODE       TO  GLJE-DR-CR-CODE.
068400     MOVE WS-ADJ-QTY              TO  GLJE-QTY.
068500     MOVE 1                       TO  GLJE-PRICE.
068600     MOVE SPACES                  TO  GLJE-CURR-CODE.
068700     MOVE WS-GEN-CO-CODE          TO  GLJE-CO-CODE.
068800     MOVE SPACES                  TO  GLJE-DEPT-CODE.
068900     MOVE WS-SWEEP-DOC-REF        TO  GLJE-DOC-REF.
069000     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
069100     MOVE SPACES                  TO  GLJE-TAX-CODE.
069200
069300     MOVE "P"                     TO  GLPND-STATUS-SW.
069400     MOVE WS-TODAY-DATE           TO  GLPND-STATUS-DATE.
069500     WRITE GLPND-RECORD.
069600     IF  NOT WS-JE-OK
069700         DISPLAY "GLSWEEP - ERROR WRITING GLTRANIN, STATUS "
069800                 WS-JE-STATUS
069900         STOP RUN.
070000
070100     ADD 1                        TO  WS-LINE-CNT.
070200 4150-EXIT.
070300     EXIT.
070400
070500*****************************************************************
070600* 4200-WRITE-HEADER - WRITE THE SWEEP BATCH HEADER, SOURCE      *
070700*                     "SWEP", APPROVED AS "SYSTEM"              *
070800*****************************************************************
070900 4200-WRITE-HEADER.
071000     MOVE WS-CUR-BATCH-NO         TO  GLBTCH-BATCH-NO.
071100     MOVE WS-GEN-CO-CODE          TO  GLBTCH-CO-CODE.
071200     MOVE WS-TODAY-DATE           TO  GLBTCH-ENTRY-DATE.
071300     MOVE "CASH POOL SWEEP"       TO  GLBTCH-DESC.
071400     MOVE WS-SIDE-AMT             TO  GLBTCH-TOTAL-DR.
071500     MOVE WS-SIDE-AMT             TO  GLBTCH-TOTAL-CR.
071600     MOVE "Y"                     TO  GLBTCH-BALANCED-SW.
071700     MOVE "N"                     TO  GLBTCH-REVERSING-SW.
071800     MOVE "N"                     TO  GLBTCH-REVERSED-SW.
071900     MOVE ZERO                    TO  GLBTCH-REVERSAL-OF-BATCH.
072000     MOVE "A"                     TO  GLBTCH-APPR-STATUS-SW.
072100     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
072200     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
072300     MOVE "SWEP"                  TO  GLBTCH-SOURCE-CODE.
072400     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
072500
072600     WRITE GLBTCH-RECORD.
072700     IF  NOT WS-BTCH-OK
072800         DISPLAY "GLSWEEP - ERROR WRITING GLBATCH, STATUS "
072900                 WS-BTCH-STATUS
073000         STOP RUN.
073100
073200     ADD 1                        TO  WS-BATCH-CNT.
073300 4200-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700* 8000-PRINT-TOTALS - RUN COUNTS AND THE AMOUNTS MOVED EACH WAY *
073800*****************************************************************
073900 8000-PRINT-TOTALS.
074000     MOVE SPACES                  TO  GLSWP-RECORD.
074100     WRITE GLSWP-RECORD.
074200
074300     MOVE SPACES                  TO  WS-TOTAL-LINE.
074400     MOVE "ACTIVE SWEEP RULES READ"   TO  WS-TOT-TEXT.
074500     MOVE WS-RULE-CNT             TO  WS-TOT-CNT.
074600     MOVE WS-TOTAL-LINE           TO  GLSWP-RECORD.
074700     WRITE GLSWP-RECORD.
074800
074900     MOVE SPACES                  TO  WS-TOTAL-LINE.
075000     MOVE "SWEPT TO CONCENTRATION ACCOUNTS" TO  WS-TOT-TEXT.
075100     MOVE WS-UP-CNT               TO  WS-TOT-CNT.
075200     MOVE WS-UP-TOTAL             TO  WS-TOT-AMT.
075300     MOVE WS-TOTAL-LINE           TO  GLSWP-RECORD.
075400     WRITE GLSWP-RECORD.
075500
075600     MOVE SPACES                  TO  WS-TOTAL-LINE.
075700     MOVE "FUNDED FROM CONCENTRATION ACCOUNTS" TO  WS-TOT-TEXT.
075800     MOVE WS-DOWN-CNT             TO  WS-TOT-CNT.
075900     MOVE WS-DOWN-TOTAL           TO  WS-TOT-AMT.
076000     MOVE WS-TOTAL-LINE           TO  GLSWP-RECORD.
076100     WRITE GLSWP-RECORD.
076200
076300     MOVE SPACES                  TO  WS-TOTAL-LINE.
076400     MOVE "ALREADY AT TARGET"     TO  WS-TOT-TEXT.
076500     MOVE WS-AT-TARGET-CNT        TO  WS-TOT-CNT.
076600     MOVE WS-TOTAL-LINE           TO  GLSWP-RECORD.
076700     WRITE GLSWP-RECORD.
076800
076900     MOVE SPACES                  TO  WS-TOTAL-LINE.
077000     MOVE "NOT SWEPT - SEE EXCEPTIONS" TO  WS-TOT-TEXT.
077100     MOVE WS-EXCEPTION-CNT        TO  WS-TOT-CNT.
077200     MOVE WS-TOTAL-LINE           TO  GLSWP-RECORD.
077300     WRITE GLSWP-RECORD.
077400
077500     IF  WS-REPORT-ONLY
077600         GO TO 8000-EXIT.
077700
077800     MOVE SPACES                  TO  WS-TOTAL-LINE.
077900     MOVE "SWEEP BATCHES GENERATED"   TO  WS-TOT-TEXT.
078000     MOVE WS-BATCH-CNT            TO  WS-TOT-CNT.
078100     MOVE WS-TOTAL-LINE           TO  GLSWP-RECORD.
078200     WRITE GLSWP-RECORD.
078300
078400     MOVE SPACES                  TO  WS-TOTAL-LINE.
078500     MOVE "SWEEP LINES GENERATED" TO  WS-TOT-TEXT.
078600     MOVE WS-LINE-CNT             TO  WS-TOT-CNT.
078700     MOVE WS-TOTAL-LINE           TO  GLSWP-RECORD.
078800     WRITE GLSWP-RECORD.
078900 8000-EXIT.
079000     EXIT.
079100
079200*****************************************************************
079300* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
079400*****************************************************************
079500 9000-TERMINATE.
079600     CLOSE SWR-FILE.
079700     CLOSE COA-FILE.
079800     CLOSE ICA-FILE.
079900     CLOSE RPT-FILE.
080000
080100     IF  WS-POST-SWEEPS
080200         CLOSE BTCH-FILE
080300         CLOSE JE-FILE.
080400
080500     DISPLAY "GLSWEEP - SWEEP RULES READ:     " WS-RULE-CNT.
080600     DISPLAY "GLSWEEP - RULES NOT SWEPT:      " WS-EXCEPTION-CNT.
080700     DISPLAY "GLSWEEP - BATCHES GENERATED:    " WS-BATCH-CNT.
080800     DISPLAY "GLSWEEP - LINES GENERATED:      " WS-LINE-CNT.
080900 9000-EXIT.
081000     EXIT.
081100
081200 9999-EXIT.
081300     STOP RUN.
