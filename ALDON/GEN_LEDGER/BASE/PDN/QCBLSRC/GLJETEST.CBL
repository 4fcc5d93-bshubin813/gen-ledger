000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLJETEST.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLJETEST  -  JOURNAL-ENTRY TESTING REPORT FOR THE AUDITORS   *
001000*                                                               *
001100*  GIVES THE EXTERNAL AUDITORS THEIR JOURNAL-ENTRY TESTING      *
001200*  SELECTIONS DIRECTLY INSTEAD OF A RAW GLEXTRCT FILE TO MINE.  *
001300*  THE POSTED HISTORY (GLHIST) IS JOINED TO ITS BATCH HEADERS   *
001400*  (GLBTCHREC) AND TO THE POSTING AUDIT LOG (GLLOGREC) AND      *
001500*  EVERY ENTRY FAILING ONE OF THESE TESTS IS LISTED UNDER IT:   *
001600*                                                               *
001700*    1  A MANUAL BATCH ENTERED, APPROVED OR POSTED ON A NON-    *
001800*       BUSINESS DAY (PROCESSING CALENDAR, GLCALREC) OR         *
001900*       OUTSIDE BUSINESS HOURS - TAGGED E, A OR P WITH THE      *
002000*       OFFENDING DATE AND TIME                                 *
002100*    2  A ROUND-DOLLAR LINE - A WHOLE MULTIPLE OF 1,000 AT OR   *
002200*       ABOVE THE ROUND-AMOUNT FLOOR                            *
002300*    3  A MANUAL BATCH APPROVED WITHIN N MINUTES OF ENTRY       *
002400*    4  A MANUAL BATCH ENTERED OR APPROVED BY A USER WHO        *
002500*       SELDOM POSTS TO THAT COMPANY (N BATCHES OR FEWER IN     *
002600*       THE SELECTED PERIODS)                                   *
002700*    5  A LINE TO A RARELY USED ACCOUNT (N LINES OR FEWER IN    *
002800*       THE SELECTED PERIODS)                                   *
002900*                                                               *
003000*  A FIRST-DIGIT (BENFORD) DISTRIBUTION OF EVERY SELECTED LINE, *
003100*  BY JOURNAL SOURCE CODE, FOLLOWS AGAINST THE EXPECTED RATES,  *
003200*  THEN THE COUNTS.                                             *
003300*                                                               *
003400*  A MANUAL BATCH IS ONE NOT ENTERED BY "SYSTEM".  THE ENTRY    *
003500*  AND APPROVAL TIMES COME FROM THE BATCH HEADER'S STAMPS; A    *
003600*  BATCH KEYED BEFORE THE STAMPS WERE CARRIED IS COUNTED AS     *
003700*  UNSTAMPED AND TESTED ON ITS POSTING TIME ONLY.  A BATCH'S    *
003800*  PERIOD IS ITS ENTRY DATE'S FISCAL PERIOD (GLFCLREC), THE     *
003900*  SAME DERIVATION GLPOST MAKES FOR THE HISTORY.                *
004000*                                                               *
004100*  SELECTIONS AND CRITERIA ARRIVE THROUGH LINKAGE (GLRQSREC),   *
004200*  SO THE REPORT CAN BE QUEUED ON GLRRQENT.  PERIODS ARE        *
004300*  FISCAL YYYYPP; A ZERO FROM-PERIOD MEANS EVERY PERIOD AND A   *
004400*  ZERO TO-PERIOD MEANS NO UPPER BOUND.  THE ACCOUNT RANGE      *
004500*  APPLIES TO THE LINE TESTS ONLY.  A ZERO CRITERION TAKES THE  *
004600*  DEFAULT: ROUND AMOUNT 10,000, 10 MINUTES, 3 BATCHES/LINES,   *
004700*  BUSINESS HOURS 0700 TO 1900.                                 *
004800*                                                               *
004900*---------------------------------------------------------------*
005000*  MODIFICATION HISTORY                                         *
005100*---------------------------------------------------------------*
005200*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-ISERIES.
005700 OBJECT-COMPUTER.   IBM-ISERIES.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT HST-FILE   ASSIGN TO GLHIST
006100         ORGANIZATION IS INDEXED
006200         ACCESS       IS DYNAMIC
006300         RECORD KEY   IS GLHST-KEY
006400         FILE STATUS  IS WS-HST-STATUS.
006500
006600     SELECT BTCH-FILE  ASSIGN TO GLBATCH
006700         ORGANIZATION IS INDEXED
006800         ACCESS       IS DYNAMIC
006900         RECORD KEY   IS GLBTCH-KEY
007000         FILE STATUS  IS WS-BTCH-STATUS.
007100
007200     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS  IS WS-LOG-STATUS.
007500
007600     SELECT FCL-FILE   ASSIGN TO GLFSCAL
007700         ORGANIZATION IS INDEXED
007800         ACCESS       IS DYNAMIC
007900         RECORD KEY   IS GLFCL-KEY
008000         FILE STATUS  IS WS-FCL-STATUS.
008100
008200     SELECT CAL-FILE   ASSIGN TO GLPRCCAL
008300         ORGANIZATION IS INDEXED
008400         ACCESS       IS DYNAMIC
008500         RECORD KEY   IS GLCAL-KEY
008600         FILE STATUS  IS WS-CAL-STATUS.
008700
008800     SELECT RPT-FILE   ASSIGN TO GLJTRPTP
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS  IS WS-RPT-STATUS.
009100
009200     SELECT SORT-FILE  ASSIGN TO GLJTSRT.
009300
009400/
009500*****************************************************************
009600* D A T A   D I V I S I O N                                     *
009700*****************************************************************
009800 DATA DIVISION.
009900 FILE SECTION.
010000
010100 FD  HST-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY GLHSTREC.
010400
010500 FD  BTCH-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY GLBTCHREC.
010800
010900 FD  LOG-FILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORDING MODE IS F.
011200     COPY GLLOGREC.
011300
011400 FD  FCL-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY GLFCLREC.
011700
011800 FD  CAL-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY GLCALREC.
012100
012200 FD  RPT-FILE
012300     LABEL RECORDS ARE STANDARD
012400     RECORDING MODE IS F.
012500     COPY GLJTPRT.
012600
012700 SD  SORT-FILE.
012800 01  SRT-RECORD.
012900     05  SRT-TEST-NO                PIC 9(01).
013000     05  SRT-CO-CODE                PIC X(03).
013100     05  SRT-BATCH-NO               PIC 9(06).
013200     05  SRT-LINE-NO                PIC 9(04).
013300     05  SRT-REASON                 PIC X(15).
013400     05  SRT-ACCT-NO                PIC 9(06).
013500     05  SRT-AMOUNT                 PIC S9(09)V99  COMP-3.
013600     05  SRT-SOURCE-CODE            PIC X(04).
013700     05  SRT-ENTERED-BY             PIC X(10).
013800     05  SRT-APPROVER-ID            PIC X(10).
013900
014000/
014100*****************************************************************
014200* W O R K I N G   S T O R A G E   S E C T I O N                 *
014300*****************************************************************
014400 WORKING-STORAGE SECTION.
014500
014600 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
014700     88  WS-HST-OK                       VALUE "00".
014800     88  WS-HST-EOF                      VALUE "10".
014900
015000 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
015100     88  WS-BTCH-OK                      VALUE "00".
015200     88  WS-BTCH-EOF                     VALUE "10".
015300
015400 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
015500     88  WS-LOG-EOF                      VALUE "10".
015600
015700 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
015800     88  WS-FCL-OK                       VALUE "00".
015900
016000 77  WS-CAL-STATUS              PIC X(02) VALUE SPACES.
016100     88  WS-CAL-OK                       VALUE "00".
016200
016300 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
016400
016500 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
016600     88  WS-SORT-EOF                     VALUE "Y".
016700
016800 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
016900     88  WS-FIRST-RECORD                 VALUE "Y".
017000
017100 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
017200 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
017300 77  WS-SEL-ACCT-FROM           PIC 9(06) VALUE ZERO.
017400 77  WS-SEL-ACCT-TO             PIC 9(06) VALUE ZERO.
017500 77  WS-SEL-PER-FROM            PIC 9(06) VALUE ZERO.
017600 77  WS-SEL-PER-TO              PIC 9(06) VALUE ZERO.
017700
017800 77  WS-ROUND-AMT               PIC 9(09) VALUE ZERO.
017900 77  WS-QUICK-MINS              PIC 9(03) VALUE ZERO.
018000 77  WS-RARE-CNT                PIC 9(02) VALUE ZERO.
018100 77  WS-DAY-START               PIC 9(04) VALUE ZERO.
018200 77  WS-DAY-END                 PIC 9(04) VALUE ZERO.
018300
018400*
018500* BATCH HEADER LOOKUP, RE-READ ONLY ON A BATCH CHANGE.
018600*
018700 77  WS-LKP-FIRST-SW            PIC X(01) VALUE "Y".
018800     88  WS-LKP-FIRST                    VALUE "Y".
018900 77  WS-PREV-LKP-BATCH          PIC 9(06) VALUE ZERO.
019000 77  WS-LKP-FOUND-SW            PIC X(01) VALUE "N".
019100     88  WS-LKP-FOUND                    VALUE "Y".
019200 77  WS-LKP-MANUAL-SW           PIC X(01) VALUE "N".
019300     88  WS-LKP-MANUAL                   VALUE "Y".
019400 77  WS-LKP-SOURCE-CODE         PIC X(04) VALUE SPACES.
019500 77  WS-LKP-ENTERED-BY          PIC X(10) VALUE SPACES.
019600 77  WS-LKP-APPROVER-ID         PIC X(10) VALUE SPACES.
019700
019800 77  WS-PREV-LOG-BATCH          PIC 9(06) VALUE ZERO.
019900 77  WS-LOG-FIRST-SW            PIC X(01) VALUE "Y".
020000     88  WS-LOG-FIRST                    VALUE "Y".
020100
020200*
020300* FISCAL PERIOD OF A DATE, CACHED ON THE LAST DATE DERIVED.
020400*
020500 77  WS-DRV-DATE                PIC 9(08) VALUE ZERO.
020600 77  WS-DRV-PREV-DATE           PIC 9(08) VALUE ZERO.
020700 77  WS-DRV-PERIOD              PIC 9(06) VALUE ZERO.
020800
020900*
021000* ONE DATE/TIME UNDER THE BUSINESS-DAY AND HOURS TEST.
021100*
021200 77  WS-CHK-TAG                 PIC X(01) VALUE SPACES.
021300 77  WS-CHK-DATE                PIC 9(08) VALUE ZERO.
021400 77  WS-CHK-HHMM                PIC 9(04) VALUE ZERO.
021500 77  WS-OFF-HOURS-SW            PIC X(01) VALUE "N".
021600     88  WS-OFF-HOURS                    VALUE "Y".
021700
021800 01  WS-TIME-WORK.
021900     05  WS-TW-HH               PIC 9(02).
022000     05  WS-TW-MM               PIC 9(02).
022100     05  WS-TW-SS               PIC 9(02).
022200
022300 77  WS-ENTERED-MINS            PIC 9(05) VALUE ZERO.
022400 77  WS-APPROVED-MINS           PIC 9(05) VALUE ZERO.
022500 77  WS-ELAPSED-MINS            PIC 9(05) VALUE ZERO.
022600
022700 77  WS-REL-TEST-NO             PIC 9(01) VALUE ZERO.
022800 77  WS-REL-REASON              PIC X(15) VALUE SPACES.
022900
023000 01  WS-TIMING-REASON.
023100     05  WS-TR-TAG              PIC X(01).
023200     05  FILLER                 PIC X(01) VALUE SPACES.
023300     05  WS-TR-DATE             PIC 9(08).
023400     05  FILLER                 PIC X(01) VALUE SPACES.
023500     05  WS-TR-HHMM             PIC 9(04).
023600
023700 01  WS-COUNT-REASON.
023800     05  WS-CR-PREFIX           PIC X(04).
023900     05  WS-CR-COUNT            PIC ZZ9.
024000     05  FILLER                 PIC X(01) VALUE SPACES.
024100     05  WS-CR-SUFFIX           PIC X(07).
024200
024300 77  WS-ABS-AMT                 PIC 9(09)V99 VALUE ZERO.
024400 77  WS-RND-QUOT                PIC 9(09) VALUE ZERO.
024500 77  WS-RND-REM                 PIC 9(09)V99 VALUE ZERO.
024600
024700 77  WS-MAN-BATCH-CNT           PIC 9(07) BINARY VALUE ZERO.
024800 77  WS-UNSTAMPED-CNT           PIC 9(07) BINARY VALUE ZERO.
024900 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
025000 77  WS-FLAG-CNT                PIC 9(07) BINARY VALUE ZERO.
025100
025200*---------------------------------------------------------------*
025300*  MANUAL BATCHES EACH USER ENTERED OR APPROVED, BY COMPANY,    *
025400*  OVER THE SELECTED PERIODS                                    *
025500*---------------------------------------------------------------*
025600 77  WS-US-CNT                  PIC 9(03) BINARY VALUE ZERO.
025700 77  WS-US-MAX                  PIC 9(03) BINARY VALUE 500.
025800 77  WS-US-IX                   PIC 9(03) BINARY VALUE ZERO.
025900 77  WS-US-FOUND-IX             PIC 9(03) BINARY VALUE ZERO.
026000 77  WS-US-DROPPED-CNT          PIC 9(07) BINARY VALUE ZERO.
026100 77  WS-TLY-CO-CODE             PIC X(03) VALUE SPACES.
026200 77  WS-TLY-USER-ID             PIC X(10) VALUE SPACES.
026300
026400 01  WS-USER-TABLE.
026500     05  WS-US-ENTRY            OCCURS 500 TIMES.
026600         10  WS-US-CO-CODE      PIC X(03).
026700         10  WS-US-USER-ID      PIC X(10).
026800         10  WS-US-BATCH-CNT    PIC 9(07) BINARY.
026900
027000*---------------------------------------------------------------*
027100*  THE CURRENT ACCOUNT'S LINES, HELD UNTIL THE ACCOUNT BREAK    *
027200*  SHOWS WHETHER IT WAS RARELY USED                             *
027300*---------------------------------------------------------------*
027400 77  WS-RA-CNT                  PIC 9(07) BINARY VALUE ZERO.
027500 77  WS-RA-IX                   PIC 9(03) BINARY VALUE ZERO.
027600 77  WS-RA-CO-CODE              PIC X(03) VALUE SPACES.
027700 77  WS-RA-ACCT-NO              PIC 9(06) VALUE ZERO.
027800
027900 01  WS-RARE-TABLE.
028000     05  WS-RA-ENTRY            OCCURS 99 TIMES.
028100         10  WS-RA-BATCH-NO     PIC 9(06).
028200         10  WS-RA-LINE-NO      PIC 9(04).
028300         10  WS-RA-AMOUNT       PIC S9(09)V99  COMP-3.
028400         10  WS-RA-SOURCE-CODE  PIC X(04).
028500         10  WS-RA-ENTERED-BY   PIC X(10).
028600         10  WS-RA-APPROVER-ID  PIC X(10).
028700
028800*---------------------------------------------------------------*
028900*  FIRST-DIGIT COUNTS BY SOURCE CODE; A SOURCE BEYOND THE       *
029000*  TABLE IS COUNTED IN THE LAST ENTRY AS "*OTH"                 *
029100*---------------------------------------------------------------*
029200 77  WS-BS-CNT                  PIC 9(02) BINARY VALUE ZERO.
029300 77  WS-BS-MAX                  PIC 9(02) BINARY VALUE 49.
029400 77  WS-BS-IX                   PIC 9(02) BINARY VALUE ZERO.
029500 77  WS-BS-FOUND-IX             PIC 9(02) BINARY VALUE ZERO.
029600 77  WS-BD-IX                   PIC 9(02) BINARY VALUE ZERO.
029700 77  WS-BN-IX                   PIC 9(02) BINARY VALUE ZERO.
029800 77  WS-FIRST-DIGIT             PIC 9(01) VALUE ZERO.
029900 77  WS-BEN-PCT                 PIC 9(03)V9 VALUE ZERO.
030000
030100 01  WS-BEN-AMT                 PIC 9(09)V99 VALUE ZERO.
030200 01  WS-BEN-AMT-R               REDEFINES WS-BEN-AMT.
030300     05  WS-BEN-AMT-DIGIT       OCCURS 11 TIMES
030400                                PIC 9(01).
030500
030600 01  WS-BEN-TABLE.
030700     05  WS-BS-ENTRY            OCCURS 50 TIMES.
030800         10  WS-BS-SOURCE-CODE  PIC X(04).
030900         10  WS-BS-LINES        PIC 9(07) BINARY.
031000         10  WS-BS-DIGIT-CNT    PIC 9(07) BINARY
031100                                OCCURS 9 TIMES.
031200
031300 01  WS-BEN-TOTALS.
031400     05  WS-BT-LINES            PIC 9(07) BINARY VALUE ZERO.
031500     05  WS-BT-DIGIT-CNT        PIC 9(07) BINARY
031600                                OCCURS 9 TIMES.
031700
031800*
031900* BENFORD'S EXPECTED FIRST-DIGIT PERCENTAGES, DIGITS 1 TO 9.
032000*
032100 01  WS-BEN-EXPECTED.
032200     05  FILLER                 PIC X(27)
032300         VALUE "301176125097079067058051046".
032400 01  WS-BEN-EXPECTED-R          REDEFINES WS-BEN-EXPECTED.
032500     05  WS-BEN-EXP-PCT         OCCURS 9 TIMES
032600                                PIC 9(02)V9.
032700
032800*
032900* THE FIVE TESTS' SECTION TITLES AND FLAG COUNTS.
033000*
033100 01  WS-TEST-TITLES.
033200     05  FILLER                 PIC X(50) VALUE
033300         "1 MANUAL BATCHES OFF-HOURS OR ON NON-BUSINESS DAYS".
033400     05  FILLER                 PIC X(50) VALUE
033500         "2 ROUND-DOLLAR AMOUNTS".
033600     05  FILLER                 PIC X(50) VALUE
033700         "3 MANUAL BATCHES APPROVED SOON AFTER ENTRY".
033800     05  FILLER                 PIC X(50) VALUE
033900         "4 MANUAL BATCHES BY USERS SELDOM POSTING TO THE CO".
034000     05  FILLER                 PIC X(50) VALUE
034100         "5 POSTINGS TO RARELY USED ACCOUNTS".
034200 01  WS-TEST-TITLES-R           REDEFINES WS-TEST-TITLES.
034300     05  WS-TEST-TITLE          OCCURS 5 TIMES
034400                                PIC X(50).
034500
034600 01  WS-TEST-COUNTS.
034700     05  WS-TEST-CNT            PIC 9(07) BINARY
034800                                OCCURS 5 TIMES.
034900
035000 77  WS-PREV-TEST-NO            PIC 9(01) VALUE ZERO.
035100 77  WS-TS-IX                   PIC 9(01) VALUE ZERO.
035200
035300 01  WS-DETAIL-LINE.
035400     05  WS-DTL-CO-CODE         PIC X(03).
035500     05  FILLER                 PIC X(01) VALUE SPACES.
035600     05  WS-DTL-BATCH-NO        PIC 9(06).
035700     05  FILLER                 PIC X(01) VALUE SPACES.
035800     05  WS-DTL-LINE-NO         PIC X(04).
035900     05  FILLER                 PIC X(01) VALUE SPACES.
036000     05  WS-DTL-ACCT-NO         PIC X(06).
036100     05  FILLER                 PIC X(01) VALUE SPACES.
036200     05  WS-DTL-AMOUNT          PIC -(9)9.99.
036300     05  FILLER                 PIC X(01) VALUE SPACES.
036400     05  WS-DTL-SOURCE-CODE     PIC X(04).
036500     05  FILLER                 PIC X(01) VALUE SPACES.
036600     05  WS-DTL-ENTERED-BY      PIC X(10).
036700     05  FILLER                 PIC X(01) VALUE SPACES.
036800     05  WS-DTL-APPROVER-ID     PIC X(10).
036900     05  FILLER                 PIC X(01) VALUE SPACES.
037000     05  WS-DTL-REASON          PIC X(15).
037100
037200 01  WS-SELECT-LINE.
037300     05  FILLER                 PIC X(12) VALUE "SELECTED CO=".
037400     05  WS-SEL-PRT-CO-FROM     PIC X(03).
037500     05  FILLER                 PIC X(01) VALUE "-".
037600     05  WS-SEL-PRT-CO-TO       PIC X(03).
037700     05  FILLER                 PIC X(06) VALUE " ACCT=".
037800     05  WS-SEL-PRT-ACCT-FROM   PIC 9(06).
037900     05  FILLER                 PIC X(01) VALUE "-".
038000     05  WS-SEL-PRT-ACCT-TO     PIC 9(06).
038100     05  FILLER                 PIC X(05) VALUE " PER=".
038200     05  WS-SEL-PRT-PER-FROM    PIC 9(06).
038300     05  FILLER                 PIC X(01) VALUE "-".
038400     05  WS-SEL-PRT-PER-TO      PIC 9(06).
038500
038600 01  WS-CRITERIA-LINE.
038700     05  FILLER                 PIC X(15) VALUE
038800         "CRITERIA ROUND ".
038900     05  WS-CRT-ROUND-AMT       PIC ZZZ,ZZZ,ZZ9.
039000     05  FILLER                 PIC X(06) VALUE " MINS ".
039100     05  WS-CRT-MINS            PIC ZZ9.
039200     05  FILLER                 PIC X(06) VALUE " RARE ".
039300     05  WS-CRT-RARE-CNT        PIC Z9.
039400     05  FILLER                 PIC X(07) VALUE " HOURS ".
039500     05  WS-CRT-DAY-START       PIC 9(04).
039600     05  FILLER                 PIC X(01) VALUE "-".
039700     05  WS-CRT-DAY-END         PIC 9(04).
039800
039900 01  WS-BENFORD-LINE.
040000     05  WS-BF-SOURCE-CODE      PIC X(08).
040100     05  FILLER                 PIC X(01) VALUE SPACES.
040200     05  WS-BF-LINES            PIC ZZZZZZ9.
040300     05  WS-BF-LINES-X          REDEFINES WS-BF-LINES
040400                                PIC X(07).
040500     05  WS-BF-PCT              PIC ZZZZ9.9
040600                                OCCURS 9 TIMES.
040700
040800 01  WS-COUNT-LINE.
040900     05  WS-CNT-LABEL           PIC X(32).
041000     05  WS-CNT-VALUE           PIC ZZZZZZ9.
041100
041200/
041300*****************************************************************
041400* L I N K A G E   S E C T I O N                                 *
041500*****************************************************************
041600 LINKAGE SECTION.
041700     COPY GLRQSREC.
041800/
041900*****************************************************************
042000* P R O C E D U R E   D I V I S I O N                           *
042100*****************************************************************
042200 PROCEDURE DIVISION      USING GLRQS-RECORD.
042300
042400*****************************************************************
042500* 0000-MAINLINE                                                 *
042600*****************************************************************
042700 0000-MAINLINE.
042800     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
042900     PERFORM 1100-TALLY-USERS         THRU 1100-EXIT.
043000     SORT SORT-FILE
043100         ON ASCENDING KEY SRT-TEST-NO
043200         ON ASCENDING KEY SRT-CO-CODE
043300         ON ASCENDING KEY SRT-BATCH-NO
043400         ON ASCENDING KEY SRT-LINE-NO
043500         ON ASCENDING KEY SRT-REASON
043600         INPUT PROCEDURE IS 1500-FEED-TESTS THRU 1500-EXIT
043700         OUTPUT PROCEDURE IS 2000-PRINT-SORTED THRU 2000-EXIT.
043800     PERFORM 7000-PRINT-BENFORD       THRU 7000-EXIT.
043900     PERFORM 8000-PRINT-SUMMARY       THRU 8000-EXIT.
044000     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
044100     GO TO 9999-EXIT.
044200
044300*****************************************************************
044400* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE REPORT         *
044500*                   HEADING LINES                               *
044600*****************************************************************
044700 1000-INITIALIZE.
044800     PERFORM 1050-SET-SELECTIONS  THRU 1050-EXIT.
044900     PERFORM 1060-CLEAR-COUNTS    THRU 1060-EXIT
045000         VARYING WS-BD-IX FROM 1 BY 1
045100         UNTIL WS-BD-IX IS GREATER THAN 9.
045200     MOVE SPACES                  TO  WS-BS-SOURCE-CODE (50).
045300     MOVE ZERO                    TO  WS-BS-LINES (50).
045400     OPEN INPUT  HST-FILE.
045500     OPEN INPUT  BTCH-FILE.
045600     OPEN INPUT  LOG-FILE.
045700     OPEN INPUT  FCL-FILE.
045800     OPEN INPUT  CAL-FILE.
045900     OPEN OUTPUT RPT-FILE.
046000
046100     MOVE SPACES                  TO  GLJTP-RECORD.
046200     MOVE "JOURNAL-ENTRY TESTING SELECTIONS"
046300                                   TO  GLJTP-RECORD.
046400     WRITE GLJTP-RECORD.
046500
046600     MOVE GLRQS-CO-FROM           TO  WS-SEL-PRT-CO-FROM.
046700     MOVE GLRQS-CO-TO             TO  WS-SEL-PRT-CO-TO.
046800     IF  GLRQS-CO-FROM IS EQUAL TO SPACES
046900         MOVE "ALL"               TO  WS-SEL-PRT-CO-FROM
047000         MOVE "ALL"               TO  WS-SEL-PRT-CO-TO.
047100     MOVE WS-SEL-ACCT-FROM        TO  WS-SEL-PRT-ACCT-FROM.
047200     MOVE WS-SEL-ACCT-TO          TO  WS-SEL-PRT-ACCT-TO.
047300     MOVE WS-SEL-PER-FROM         TO  WS-SEL-PRT-PER-FROM.
047400     MOVE WS-SEL-PER-TO           TO  WS-SEL-PRT-PER-TO.
047500     MOVE WS-SELECT-LINE          TO  GLJTP-RECORD.
047600     WRITE GLJTP-RECORD.
047700
047800     MOVE WS-ROUND-AMT            TO  WS-CRT-ROUND-AMT.
047900     MOVE WS-QUICK-MINS           TO  WS-CRT-MINS.
048000     MOVE WS-RARE-CNT             TO  WS-CRT-RARE-CNT.
048100     MOVE WS-DAY-START            TO  WS-CRT-DAY-START.
048200     MOVE WS-DAY-END              TO  WS-CRT-DAY-END.
048300     MOVE WS-CRITERIA-LINE        TO  GLJTP-RECORD.
048400     WRITE GLJTP-RECORD.
048500
048600     MOVE SPACES                  TO  GLJTP-RECORD.
048700     WRITE GLJTP-RECORD.
048800
048900     MOVE SPACES                  TO  GLJTP-RECORD.
049000     MOVE "CO  BATCH  LINE ACCT          AMOUNT SRC ENTERED BY"
049100                                   TO  GLJTP-RECORD.
049200     MOVE "APPROVER   REASON"     TO  GLJTP-RECORD (54:17).
049300     WRITE GLJTP-RECORD.
049400 1000-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800* 1050-SET-SELECTIONS - NORMALIZE THE CALLER'S SELECTIONS       *
049900*                       (BLANK/ZERO MEANS NO LIMIT ON THAT      *
050000*                       SIDE) AND DEFAULT ANY ZERO CRITERION    *
050100*****************************************************************
050200 1050-SET-SELECTIONS.
050300     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
050400     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
050500     MOVE GLRQS-ACCT-FROM         TO  WS-SEL-ACCT-FROM.
050600     MOVE GLRQS-ACCT-TO           TO  WS-SEL-ACCT-TO.
050700     MOVE GLRQS-PERIOD-FROM       TO  WS-SEL-PER-FROM.
050800     MOVE GLRQS-PERIOD-TO         TO  WS-SEL-PER-TO.
050900
051000     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
051100         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
051200     ELSE
051300         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
051400             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
051500
051600     IF  WS-SEL-ACCT-TO IS EQUAL TO ZERO
051700         MOVE 999999              TO  WS-SEL-ACCT-TO.
051800
051900     IF  WS-SEL-PER-TO IS EQUAL TO ZERO
052000         MOVE 999999              TO  WS-SEL-PER-TO.
052100
052200     MOVE GLRQS-JE-ROUND-AMT      TO  WS-ROUND-AMT.
052300     MOVE GLRQS-JE-MINUTES        TO  WS-QUICK-MINS.
052400     MOVE GLRQS-JE-RARE-CNT       TO  WS-RARE-CNT.
052500     MOVE GLRQS-JE-DAY-START      TO  WS-DAY-START.
052600     MOVE GLRQS-JE-DAY-END        TO  WS-DAY-END.
052700
052800     IF  WS-ROUND-AMT IS NOT NUMERIC
052900     OR  WS-ROUND-AMT IS EQUAL TO ZERO
053000         MOVE 10000               TO  WS-ROUND-AMT.
053100     IF  WS-QUICK-MINS IS NOT NUMERIC
053200     OR  WS-QUICK-MINS IS EQUAL TO ZERO
053300         MOVE 10                  TO  WS-QUICK-MINS.
053400     IF  WS-RARE-CNT IS NOT NUMERIC
053500     OR  WS-RARE-CNT IS EQUAL TO ZERO
053600         MOVE 3                   TO  WS-RARE-CNT.
053700     IF  WS-DAY-START IS NOT NUMERIC
053800     OR  WS-DAY-START IS EQUAL TO ZERO
053900         MOVE 0700                TO  WS-DAY-START.
054000     IF  WS-DAY-END IS NOT NUMERIC
054100     OR  WS-DAY-END IS EQUAL TO ZERO
054200         MOVE 1900                TO  WS-DAY-END.
054300 1050-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700* 1060-CLEAR-COUNTS - ZERO ONE DIGIT'S ALL-SOURCES COUNT AND,   *
054800*                     FOR THE FIRST FIVE, ONE TEST'S FLAG COUNT *
054900*****************************************************************
055000 1060-CLEAR-COUNTS.
055100     MOVE ZERO                    TO  WS-BT-DIGIT-CNT (WS-BD-IX).
055200     IF  WS-BD-IX IS NOT GREATER THAN 5
055300         MOVE ZERO                TO  WS-TEST-CNT (WS-BD-IX).
055400 1060-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800* 1100-TALLY-USERS - COUNT THE APPROVED MANUAL BATCHES EACH     *
055900*                    USER ENTERED OR APPROVED, BY COMPANY, IN   *
056000*                    THE SELECTED PERIODS - THE MEASURE OF HOW  *
056100*                    OFTEN A USER POSTS TO A COMPANY            *
056200*****************************************************************
056300 1100-TALLY-USERS.
056400     MOVE LOW-VALUES              TO  GLBTCH-KEY.
056500     START BTCH-FILE
056600         KEY IS NOT LESS THAN GLBTCH-KEY
056700         INVALID KEY
056800             MOVE "10"            TO  WS-BTCH-STATUS.
056900
057000     PERFORM 1110-TALLY-ONE-BATCH THRU 1110-EXIT
057100         UNTIL WS-BTCH-EOF.
057200 1100-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600* 1110-TALLY-ONE-BATCH - READ THE NEXT BATCH HEADER AND, WHEN   *
057700*                        IT IS A SELECTED MANUAL BATCH, CREDIT  *
057800*                        ITS ENTERING AND APPROVING USERS       *
057900*****************************************************************
058000 1110-TALLY-ONE-BATCH.
058100     READ BTCH-FILE NEXT RECORD
058200         AT END
058300             MOVE "10"            TO  WS-BTCH-STATUS
058400             GO TO 1110-EXIT.
058500
058600     IF  NOT GLBTCH-APPROVED
058700     OR  GLBTCH-ENTERED-BY IS EQUAL TO "SYSTEM"
058800         GO TO 1110-EXIT.
058900
059000     IF  GLBTCH-CO-CODE IS LESS THAN WS-SEL-CO-FROM
059100     OR  GLBTCH-CO-CODE IS GREATER THAN WS-SEL-CO-TO
059200         GO TO 1110-EXIT.
059300
059400     MOVE GLBTCH-ENTRY-DATE       TO  WS-DRV-DATE.
059500     PERFORM 1800-DERIVE-PERIOD   THRU 1800-EXIT.
059600     IF  WS-DRV-PERIOD IS LESS THAN WS-SEL-PER-FROM
059700     OR  WS-DRV-PERIOD IS GREATER THAN WS-SEL-PER-TO
059800         GO TO 1110-EXIT.
059900
060000     MOVE GLBTCH-CO-CODE          TO  WS-TLY-CO-CODE.
060100     MOVE GLBTCH-ENTERED-BY       TO  WS-TLY-USER-ID.
060200     PERFORM 1120-TALLY-USER      THRU 1120-EXIT.
060300     MOVE GLBTCH-APPROVER-ID      TO  WS-TLY-USER-ID.
060400     PERFORM 1120-TALLY-USER      THRU 1120-EXIT.
060500 1110-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900* 1120-TALLY-USER - ADD ONE BATCH TO THE COMPANY/USER'S COUNT,  *
061000*                   STARTING A NEW ENTRY IF NEED BE             *
061100*****************************************************************
061200 1120-TALLY-USER.
061300     PERFORM 1130-FIND-USER       THRU 1130-EXIT.
061400     IF  WS-US-FOUND-IX IS GREATER THAN ZERO
061500         ADD 1          TO  WS-US-BATCH-CNT (WS-US-FOUND-IX)
061600         GO TO 1120-EXIT.
061700
061800     IF  WS-US-CNT IS NOT LESS THAN WS-US-MAX
061900         ADD 1                    TO  WS-US-DROPPED-CNT
062000         GO TO 1120-EXIT.
062100
062200     ADD 1                        TO  WS-US-CNT.
062300     MOVE WS-TLY-CO-CODE          TO  WS-US-CO-CODE (WS-US-CNT).
062400     MOVE WS-TLY-USER-ID          TO  WS-US-USER-ID (WS-US-CNT).
062500     MOVE 1                       TO  WS-US-BATCH-CNT (WS-US-CNT).
062600 1120-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000* 1130-FIND-USER - LOCATE THE COMPANY/USER IN THE TALLY TABLE;  *
063100*                  WS-US-FOUND-IX IS ZERO WHEN IT IS NOT THERE  *
063200*****************************************************************
063300 1130-FIND-USER.
063400     MOVE ZERO                    TO  WS-US-FOUND-IX.
063500     PERFORM 1140-MATCH-ONE-USER  THRU 1140-EXIT
063600         VARYING WS-US-IX FROM 1 BY 1
063700         UNTIL WS-US-IX IS GREATER THAN WS-US-CNT
063800         OR    WS-US-FOUND-IX IS GREATER THAN ZERO.
063900 1130-EXIT.
064000     EXIT.
064100
064200*****************************************************************
064300* 1140-MATCH-ONE-USER - TEST ONE TALLY ENTRY                    *
064400*****************************************************************
064500 1140-MATCH-ONE-USER.
064600     IF  WS-US-CO-CODE (WS-US-IX) IS EQUAL TO WS-TLY-CO-CODE
064700     AND WS-US-USER-ID (WS-US-IX) IS EQUAL TO WS-TLY-USER-ID
064800         MOVE WS-US-IX            TO  WS-US-FOUND-IX.
064900 1140-EXIT.
065000     EXIT.
065100
065200*****************************************************************
065300* 1500-FEED-TESTS - SORT INPUT PROCEDURE; THE BATCH TESTS RUN   *
065400*                   OVER THE POSTING AUDIT LOG, THEN THE LINE   *
065500*                   TESTS OVER THE POSTED HISTORY               *
065600*****************************************************************
065700 1500-FEED-TESTS.
065800     PERFORM 1600-TEST-ONE-LOG-ROW    THRU 1600-EXIT
065900         UNTIL WS-LOG-EOF.
066000
066100     MOVE "Y"                     TO  WS-LKP-FIRST-SW.
066200     MOVE LOW-VALUES              TO  GLHST-KEY.
066300     MOVE WS-SEL-CO-FROM          TO  GLHST-CO-CODE.
066400     START HST-FILE
066500         KEY IS NOT LESS THAN GLHST-KEY
066600         INVALID KEY
066700             MOVE "10"            TO  WS-HST-STATUS.
066800
066900     PERFORM 1700-TEST-ONE-HIST-LINE  THRU 1700-EXIT
067000         UNTIL WS-HST-EOF.
067100
067200     IF  NOT WS-FIRST-RECORD
067300         PERFORM 1780-CLOSE-ACCOUNT   THRU 1780-EXIT.
067400 1500-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800* 1600-TEST-ONE-LOG-ROW - READ ONE AUDIT LOG ROW; THE FIRST ROW *
067900*                         OF EACH SELECTED MANUAL BATCH RUNS    *
068000*                         THE BATCH TESTS (1, 3 AND 4)          *
068100*****************************************************************
068200 1600-TEST-ONE-LOG-ROW.
068300     READ LOG-FILE
068400         AT END
068500             MOVE "10"            TO  WS-LOG-STATUS
068600             GO TO 1600-EXIT.
068700
068800     IF  GLLOG-DR-CR-CODE IS NOT EQUAL TO "D"
068900     AND GLLOG-DR-CR-CODE IS NOT EQUAL TO "C"
069000         GO TO 1600-EXIT.
069100
069200     IF  NOT WS-LOG-FIRST
069300     AND GLLOG-BATCH-NO IS EQUAL TO WS-PREV-LOG-BATCH
069400         GO TO 1600-EXIT.
069500
069600     MOVE "N"                     TO  WS-LOG-FIRST-SW.
069700     MOVE GLLOG-BATCH-NO          TO  WS-PREV-LOG-BATCH.
069800
069900     MOVE GLLOG-BATCH-NO          TO  GLBTCH-BATCH-NO.
070000     PERFORM 1650-LOOKUP-BATCH    THRU 1650-EXIT.
070100     IF  NOT WS-LKP-FOUND
070200     OR  NOT WS-LKP-MANUAL
070300         GO TO 1600-EXIT.
070400
070500     IF  GLBTCH-CO-CODE IS LESS THAN WS-SEL-CO-FROM
070600     OR  GLBTCH-CO-CODE IS GREATER THAN WS-SEL-CO-TO
070700         GO TO 1600-EXIT.
070800
070900     MOVE GLBTCH-ENTRY-DATE       TO  WS-DRV-DATE.
071000     PERFORM 1800-DERIVE-PERIOD   THRU 1800-EXIT.
071100     IF  WS-DRV-PERIOD IS LESS THAN WS-SEL-PER-FROM
071200     OR  WS-DRV-PERIOD IS GREATER THAN WS-SEL-PER-TO
071300         GO TO 1600-EXIT.
071400
071500     ADD 1                        TO  WS-MAN-BATCH-CNT.
071600     PERFORM 1610-TEST-TIMING     THRU 1610-EXIT.
071700     PERFORM 1620-TEST-QUICK-APPR THRU 1620-EXIT.
071800     PERFORM 1630-TEST-RARE-USER  THRU 1630-EXIT.
071900 1600-EXIT.
072000     EXIT.
072100
072200*****************************************************************
072300* 1610-TEST-TIMING - TEST 1: THE BATCH'S POSTING, AND ITS ENTRY *
072400*                    AND APPROVAL WHEN STAMPED, AGAINST THE     *
072500*                    PROCESSING CALENDAR AND BUSINESS HOURS     *
072600*****************************************************************
072700 1610-TEST-TIMING.
072800     MOVE "P"                     TO  WS-CHK-TAG.
072900     MOVE GLLOG-DATE              TO  WS-CHK-DATE.
073000     MOVE GLLOG-TIME              TO  WS-TIME-WORK.
073100     PERFORM 1690-CHECK-OFF-HOURS THRU 1690-EXIT.
073200
073300     IF  GLBTCH-ENTERED-DATE IS NUMERIC
073400     AND GLBTCH-ENTERED-DATE IS GREATER THAN ZERO
073500         MOVE "E"                 TO  WS-CHK-TAG
073600         MOVE GLBTCH-ENTERED-DATE TO  WS-CHK-DATE
073700         MOVE GLBTCH-ENTERED-TIME TO  WS-TIME-WORK
073800         PERFORM 1690-CHECK-OFF-HOURS THRU 1690-EXIT.
073900
074000     IF  GLBTCH-APPROVED-DATE IS NUMERIC
074100     AND GLBTCH-APPROVED-DATE IS GREATER THAN ZERO
074200         MOVE "A"                 TO  WS-CHK-TAG
074300         MOVE GLBTCH-APPROVED-DATE TO WS-CHK-DATE
074400         MOVE GLBTCH-APPROVED-TIME TO WS-TIME-WORK
074500         PERFORM 1690-CHECK-OFF-HOURS THRU 1690-EXIT.
074600 1610-EXIT.
074700     EXIT.
074800
074900*****************************************************************
075000* 1620-TEST-QUICK-APPR - TEST 3: APPROVED THE SAME DAY WITHIN   *
075100*                        THE MINUTES ALLOWED OF BEING ENTERED;  *
075200*                        A BATCH WITHOUT BOTH STAMPS CANNOT BE  *
075300*                        TIMED AND IS COUNTED UNSTAMPED         *
075400*****************************************************************
075500 1620-TEST-QUICK-APPR.
075600     IF  GLBTCH-ENTERED-DATE IS NOT NUMERIC
075700     OR  GLBTCH-APPROVED-DATE IS NOT NUMERIC
075800     OR  GLBTCH-ENTERED-TIME IS NOT NUMERIC
075900     OR  GLBTCH-APPROVED-TIME IS NOT NUMERIC
076000     OR  GLBTCH-ENTERED-DATE IS EQUAL TO ZERO
076100     OR  GLBTCH-APPROVED-DATE IS EQUAL TO ZERO
076200         ADD 1                    TO  WS-UNSTAMPED-CNT
076300         GO TO 1620-EXIT.
076400
076500     IF  GLBTCH-APPROVED-DATE IS NOT EQUAL TO GLBTCH-ENTERED-DATE
076600         GO TO 1620-EXIT.
076700
076800     MOVE GLBTCH-ENTERED-TIME     TO  WS-TIME-WORK.
076900     COMPUTE WS-ENTERED-MINS = WS-TW-HH * 60 + WS-TW-MM.
077000     MOVE GLBTCH-APPROVED-TIME    TO  WS-TIME-WORK.
077100     COMPUTE WS-APPROVED-MINS = WS-TW-HH * 60 + WS-TW-MM.
077200
077300     IF  WS-APPROVED-MINS IS LESS THAN WS-ENTERED-MINS
077400         GO TO 1620-EXIT.
077500
077600     SUBTRACT WS-ENTERED-MINS     FROM WS-APPROVED-MINS
077700         GIVING WS-ELAPSED-MINS.
077800     IF  WS-ELAPSED-MINS IS GREATER THAN WS-QUICK-MINS
077900         GO TO 1620-EXIT.
078000
078100     MOVE SPACES                  TO  WS-COUNT-REASON.
078200     MOVE WS-ELAPSED-MINS         TO  WS-CR-COUNT.
078300     MOVE "MINUTES"               TO  WS-CR-SUFFIX.
078400     MOVE 3                       TO  WS-REL-TEST-NO.
078500     MOVE WS-COUNT-REASON         TO  WS-REL-REASON.
078600     PERFORM 1680-RELEASE-BATCH-ROW THRU 1680-EXIT.
078700 1620-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100* 1630-TEST-RARE-USER - TEST 4: THE ENTERING OR APPROVING USER  *
079200*                       HAS ENTERED OR APPROVED NO MORE THAN    *
079300*                       THE RARE COUNT OF THE COMPANY'S         *
079400*                       BATCHES; A USER THE TALLY TABLE COULD   *
079500*                       NOT HOLD IS NOT TESTED                  *
079600*****************************************************************
079700 1630-TEST-RARE-USER.
079800     MOVE GLBTCH-CO-CODE          TO  WS-TLY-CO-CODE.
079900     MOVE GLBTCH-ENTERED-BY       TO  WS-TLY-USER-ID.
080000     MOVE "ENT "                  TO  WS-CR-PREFIX.
080100     PERFORM 1640-TEST-ONE-USER   THRU 1640-EXIT.
080200
080300     MOVE GLBTCH-APPROVER-ID      TO  WS-TLY-USER-ID.
080400     MOVE "APR "                  TO  WS-CR-PREFIX.
080500     PERFORM 1640-TEST-ONE-USER   THRU 1640-EXIT.
080600 1630-EXIT.
080700     EXIT.
080800
080900*****************************************************************
081000* 1640-TEST-ONE-USER - FLAG THE BATCH WHEN THE COMPANY/USER'S   *
081100*                      BATCH COUNT IS AT OR BELOW THE RARE      *
081200*                      COUNT                                    *
081300*****************************************************************
081400 1640-TEST-ONE-USER.
081500     PERFORM 1130-FIND-USER       THRU 1130-EXIT.
081600     IF  WS-US-FOUND-IX IS EQUAL TO ZERO
081700         GO TO 1640-EXIT.
081800
081900     IF  WS-US-BATCH-CNT (WS-US-FOUND-IX)
082000                                   IS GREATER THAN WS-RARE-CNT
082100         GO TO 1640-EXIT.
082200
082300     MOVE WS-US-BATCH-CNT (WS-US-FOUND-IX)
082400                                   TO  WS-CR-COUNT.
082500     MOVE "BATCHES"               TO  WS-CR-SUFFIX.
082600     MOVE 4                       TO  WS-REL-TEST-NO.
082700     MOVE WS-COUNT-REASON         TO  WS-REL-REASON.
082800     PERFORM 1680-RELEASE-BATCH-ROW THRU 1680-EXIT.
082900 1640-EXIT.
083000     EXIT.
083100
083200*****************************************************************
083300* 1650-LOOKUP-BATCH - READ THE LOG ROW'S OR HISTORY LINE'S      *
083400*                     BATCH HEADER (ONLY ON A BATCH CHANGE) FOR *
083500*                     ITS SOURCE CODE AND USERS; A MISSING      *
083600*                     HEADER OR BLANK CODE SHOWS AS "????"      *
083700*****************************************************************
083800 1650-LOOKUP-BATCH.
083900     IF  NOT WS-LKP-FIRST
084000     AND GLBTCH-BATCH-NO IS EQUAL TO WS-PREV-LKP-BATCH
084100         GO TO 1650-EXIT.
084200
084300     MOVE "N"                     TO  WS-LKP-FIRST-SW.
084400     MOVE GLBTCH-BATCH-NO         TO  WS-PREV-LKP-BATCH.
084500     MOVE "N"                     TO  WS-LKP-FOUND-SW.
084600     MOVE "N"                     TO  WS-LKP-MANUAL-SW.
084700     MOVE "????"                  TO  WS-LKP-SOURCE-CODE.
084800     MOVE SPACES                  TO  WS-LKP-ENTERED-BY.
084900     MOVE SPACES                  TO  WS-LKP-APPROVER-ID.
085000
085100     READ BTCH-FILE
085200         INVALID KEY
085300             GO TO 1650-EXIT.
085400
085500     MOVE "Y"                     TO  WS-LKP-FOUND-SW.
085600     IF  GLBTCH-ENTERED-BY IS NOT EQUAL TO "SYSTEM"
085700         MOVE "Y"                 TO  WS-LKP-MANUAL-SW.
085800     IF  GLBTCH-SOURCE-CODE IS NOT EQUAL TO SPACES
085900         MOVE GLBTCH-SOURCE-CODE  TO  WS-LKP-SOURCE-CODE.
086000     MOVE GLBTCH-ENTERED-BY       TO  WS-LKP-ENTERED-BY.
086100     MOVE GLBTCH-APPROVER-ID      TO  WS-LKP-APPROVER-ID.
086200 1650-EXIT.
086300     EXIT.
086400
086500*****************************************************************
086600* 1680-RELEASE-BATCH-ROW - RELEASE ONE BATCH-LEVEL FLAG FOR THE *
086700*                          HEADER IN THE RECORD AREA            *
086800*****************************************************************
086900 1680-RELEASE-BATCH-ROW.
087000     MOVE WS-REL-TEST-NO          TO  SRT-TEST-NO.
087100     MOVE GLBTCH-CO-CODE          TO  SRT-CO-CODE.
087200     MOVE GLBTCH-BATCH-NO         TO  SRT-BATCH-NO.
087300     MOVE ZERO                    TO  SRT-LINE-NO.
087400     MOVE ZERO                    TO  SRT-ACCT-NO.
087500     MOVE GLBTCH-TOTAL-DR         TO  SRT-AMOUNT.
087600     MOVE WS-LKP-SOURCE-CODE      TO  SRT-SOURCE-CODE.
087700     MOVE GLBTCH-ENTERED-BY       TO  SRT-ENTERED-BY.
087800     MOVE GLBTCH-APPROVER-ID      TO  SRT-APPROVER-ID.
087900     MOVE WS-REL-REASON           TO  SRT-REASON.
088000     RELEASE SRT-RECORD.
088100 1680-EXIT.
088200     EXIT.
088300
088400*****************************************************************
088500* 1690-CHECK-OFF-HOURS - FLAG THE DATE/TIME UNDER TEST WHEN IT  *
088600*                        FALLS ON A NON-BUSINESS DAY (NO        *
088700*                        CALENDAR ROW COUNTS AS NON-BUSINESS)   *
088800*                        OR OUTSIDE BUSINESS HOURS              *
088900*****************************************************************
089000 1690-CHECK-OFF-HOURS.
089100     MOVE "N"                     TO  WS-OFF-HOURS-SW.
089200     COMPUTE WS-CHK-HHMM = WS-TW-HH * 100 + WS-TW-MM.
089300     IF  WS-CHK-HHMM IS LESS THAN WS-DAY-START
089400     OR  WS-CHK-HHMM IS NOT LESS THAN WS-DAY-END
089500         MOVE "Y"                 TO  WS-OFF-HOURS-SW.
089600
089700     MOVE WS-CHK-DATE             TO  GLCAL-DATE.
089800     READ CAL-FILE
089900         INVALID KEY
090000             MOVE "Y"             TO  WS-OFF-HOURS-SW
090100     END-READ.
090200     IF  WS-CAL-OK
090300     AND NOT GLCAL-IS-BUS-DAY
090400         MOVE "Y"                 TO  WS-OFF-HOURS-SW.
090500
090600     IF  NOT WS-OFF-HOURS
090700         GO TO 1690-EXIT.
090800
090900     MOVE WS-CHK-TAG              TO  WS-TR-TAG.
091000     MOVE WS-CHK-DATE             TO  WS-TR-DATE.
091100     MOVE WS-CHK-HHMM             TO  WS-TR-HHMM.
091200     MOVE 1                       TO  WS-REL-TEST-NO.
091300     MOVE WS-TIMING-REASON        TO  WS-REL-REASON.
091400     PERFORM 1680-RELEASE-BATCH-ROW THRU 1680-EXIT.
091500 1690-EXIT.
091600     EXIT.
091700
091800*****************************************************************
091900* 1700-TEST-ONE-HIST-LINE - READ ONE HISTORY LINE; A SELECTED   *
092000*                           LINE RUNS THE LINE TESTS (2 AND 5)  *
092100*                           AND THE FIRST-DIGIT COUNT           *
092200*****************************************************************
092300 1700-TEST-ONE-HIST-LINE.
092400     READ HST-FILE NEXT RECORD
092500         AT END
092600             MOVE "10"            TO  WS-HST-STATUS
092700             GO TO 1700-EXIT.
092800
092900     IF  GLHST-CO-CODE IS GREATER THAN WS-SEL-CO-TO
093000         MOVE "10"                TO  WS-HST-STATUS
093100         GO TO 1700-EXIT.
093200
093300     IF  GLHST-ACCT-NO IS LESS THAN WS-SEL-ACCT-FROM
093400     OR  GLHST-ACCT-NO IS GREATER THAN WS-SEL-ACCT-TO
093500     OR  GLHST-PERIOD IS LESS THAN WS-SEL-PER-FROM
093600     OR  GLHST-PERIOD IS GREATER THAN WS-SEL-PER-TO
093700         GO TO 1700-EXIT.
093800
093900     IF  NOT WS-FIRST-RECORD
094000     AND (GLHST-CO-CODE IS NOT EQUAL TO WS-RA-CO-CODE
094100     OR   GLHST-ACCT-NO IS NOT EQUAL TO WS-RA-ACCT-NO)
094200         PERFORM 1780-CLOSE-ACCOUNT   THRU 1780-EXIT.
094300
094400     MOVE "N"                     TO  WS-FIRST-REC-SW.
094500     MOVE GLHST-CO-CODE           TO  WS-RA-CO-CODE.
094600     MOVE GLHST-ACCT-NO           TO  WS-RA-ACCT-NO.
094700
094800     MOVE GLHST-BATCH-NO          TO  GLBTCH-BATCH-NO.
094900     PERFORM 1650-LOOKUP-BATCH    THRU 1650-EXIT.
095000
095100     ADD 1                        TO  WS-LINE-CNT.
095200     MOVE GLHST-EXT-AMT           TO  WS-ABS-AMT.
095300
095400     PERFORM 1710-TEST-ROUND-AMT  THRU 1710-EXIT.
095500     PERFORM 1760-COUNT-FIRST-DIGIT THRU 1760-EXIT.
095600
095700     ADD 1                        TO  WS-RA-CNT.
095800     IF  WS-RA-CNT IS GREATER THAN WS-RARE-CNT
095900         GO TO 1700-EXIT.
096000
096100     MOVE WS-RA-CNT               TO  WS-RA-IX.
096200     MOVE GLHST-BATCH-NO          TO  WS-RA-BATCH-NO (WS-RA-IX).
096300     MOVE GLHST-LINE-NO           TO  WS-RA-LINE-NO (WS-RA-IX).
096400     MOVE GLHST-EXT-AMT           TO  WS-RA-AMOUNT (WS-RA-IX).
096500     MOVE WS-LKP-SOURCE-CODE
096600                              TO  WS-RA-SOURCE-CODE (WS-RA-IX).
096700     MOVE WS-LKP-ENTERED-BY   TO  WS-RA-ENTERED-BY (WS-RA-IX).
096800     MOVE WS-LKP-APPROVER-ID  TO  WS-RA-APPROVER-ID (WS-RA-IX).
096900 1700-EXIT.
097000     EXIT.
097100
097200*****************************************************************
097300* 1710-TEST-ROUND-AMT - TEST 2: A WHOLE MULTIPLE OF 1,000 AT OR *
097400*                       ABOVE THE ROUND-AMOUNT FLOOR            *
097500*****************************************************************
097600 1710-TEST-ROUND-AMT.
097700     IF  WS-ABS-AMT IS LESS THAN WS-ROUND-AMT
097800         GO TO 1710-EXIT.
097900
098000     DIVIDE WS-ABS-AMT            BY 1000
098100         GIVING WS-RND-QUOT
098200         REMAINDER WS-RND-REM.
098300     IF  WS-RND-REM IS NOT EQUAL TO ZERO
098400         GO TO 1710-EXIT.
098500
098600     MOVE 2                       TO  SRT-TEST-NO.
098700     MOVE GLHST-CO-CODE           TO  SRT-CO-CODE.
098800     MOVE GLHST-BATCH-NO          TO  SRT-BATCH-NO.
098900     MOVE GLHST-LINE-NO           TO  SRT-LINE-NO.
099000     MOVE GLHST-ACCT-NO           TO  SRT-ACCT-NO.
099100     MOVE GLHST-EXT-AMT           TO  SRT-AMOUNT.
099200     MOVE WS-LKP-SOURCE-CODE      TO  SRT-SOURCE-CODE.
099300     MOVE WS-LKP-ENTERED-BY       TO  SRT-ENTERED-BY.
099400     MOVE WS-LKP-APPROVER-ID      TO  SRT-APPROVER-ID.
099500     MOVE "ROUND AMOUNT"          TO  SRT-REASON.
099600     RELEASE SRT-RECORD.
099700 1710-EXIT.
099800     EXIT.
099900
100000*****************************************************************
100100* 1760-COUNT-FIRST-DIGIT - COUNT THE LINE'S FIRST SIGNIFICANT   *
100200*                          DIGIT UNDER ITS SOURCE CODE; A ZERO  *
100300*                          AMOUNT HAS NONE AND IS NOT COUNTED   *
100400*****************************************************************
100500 1760-COUNT-FIRST-DIGIT.
100600     IF  WS-ABS-AMT IS EQUAL TO ZERO
100700         GO TO 1760-EXIT.
100800
100900     MOVE WS-ABS-AMT              TO  WS-BEN-AMT.
101000     MOVE ZERO                    TO  WS-FIRST-DIGIT.
101100     PERFORM 1770-TEST-ONE-DIGIT  THRU 1770-EXIT
101200         VARYING WS-BN-IX FROM 1 BY 1
101300         UNTIL WS-BN-IX IS GREATER THAN 11
101400         OR    WS-FIRST-DIGIT IS GREATER THAN ZERO.
101500
101600     MOVE ZERO                    TO  WS-BS-FOUND-IX.
101700     PERFORM 1775-MATCH-ONE-SOURCE THRU 1775-EXIT
101800         VARYING WS-BS-IX FROM 1 BY 1
101900         UNTIL WS-BS-IX IS GREATER THAN WS-BS-CNT
102000         OR    WS-BS-FOUND-IX IS GREATER THAN ZERO.
102100
102200     IF  WS-BS-FOUND-IX IS EQUAL TO ZERO
102300         PERFORM 1765-ADD-SOURCE  THRU 1765-EXIT.
102400
102500     ADD 1              TO  WS-BS-LINES (WS-BS-FOUND-IX).
102600     ADD 1              TO  WS-BS-DIGIT-CNT (WS-BS-FOUND-IX
102700                                             WS-FIRST-DIGIT).
102800     ADD 1              TO  WS-BT-LINES.
102900     ADD 1              TO  WS-BT-DIGIT-CNT (WS-FIRST-DIGIT).
103000 1760-EXIT.
103100     EXIT.
103200
103300*****************************************************************
103400* 1765-ADD-SOURCE - START A ZEROED ENTRY FOR A SOURCE CODE NOT  *
103500*                   YET COUNTED; ONCE THE TABLE IS FULL THE     *
103600*                   LAST ENTRY COLLECTS THE REST AS "*OTH"      *
103700*****************************************************************
103800 1765-ADD-SOURCE.
103900     IF  WS-BS-CNT IS LESS THAN WS-BS-MAX
104000         ADD 1                    TO  WS-BS-CNT
104100         MOVE WS-BS-CNT           TO  WS-BS-FOUND-IX
104200         MOVE WS-LKP-SOURCE-CODE
104300                       TO  WS-BS-SOURCE-CODE (WS-BS-FOUND-IX)
104400     ELSE
104500         MOVE 50                  TO  WS-BS-FOUND-IX
104600         IF  WS-BS-SOURCE-CODE (WS-BS-FOUND-IX)
104700                                   IS EQUAL TO "*OTH"
104800             GO TO 1765-EXIT
104900         ELSE
105000             MOVE "*OTH"
105100                       TO  WS-BS-SOURCE-CODE (WS-BS-FOUND-IX).
105200
105300     MOVE ZERO                TO  WS-BS-LINES (WS-BS-FOUND-IX).
105400     PERFORM 1766-CLEAR-ONE-DIGIT THRU 1766-EXIT
105500         VARYING WS-BD-IX FROM 1 BY 1
105600         UNTIL WS-BD-IX IS GREATER THAN 9.
105700 1765-EXIT.
105800     EXIT.
105900
106000*****************************************************************
106100* 1766-CLEAR-ONE-DIGIT - ZERO ONE DIGIT COUNT OF A NEW ENTRY    *
106200*****************************************************************
106300 1766-CLEAR-ONE-DIGIT.
106400     MOVE ZERO     TO  WS-BS-DIGIT-CNT (WS-BS-FOUND-IX WS-BD-IX).
106500 1766-EXIT.
106600     EXIT.
106700
106800*****************************************************************
106900* 1770-TEST-ONE-DIGIT - THE FIRST NONZERO DIGIT OF THE AMOUNT   *
107000*                       IS ITS FIRST SIGNIFICANT DIGIT          *
107100*****************************************************************
107200 1770-TEST-ONE-DIGIT.
107300     IF  WS-BEN-AMT-DIGIT (WS-BN-IX) IS GREATER THAN ZERO
107400         MOVE WS-BEN-AMT-DIGIT (WS-BN-IX) TO  WS-FIRST-DIGIT.
107500 1770-EXIT.
107600     EXIT.
107700
107800*****************************************************************
107900* 1775-MATCH-ONE-SOURCE - TEST ONE FIRST-DIGIT TABLE ENTRY      *
108000*****************************************************************
108100 1775-MATCH-ONE-SOURCE.
108200     IF  WS-BS-SOURCE-CODE (WS-BS-IX)
108300                             IS EQUAL TO WS-LKP-SOURCE-CODE
108400         MOVE WS-BS-IX            TO  WS-BS-FOUND-IX.
108500 1775-EXIT.
108600     EXIT.
108700
108800*****************************************************************
108900* 1780-CLOSE-ACCOUNT - TEST 5: AT THE ACCOUNT BREAK, RELEASE    *
109000*                      THE HELD LINES OF AN ACCOUNT POSTED NO   *
109100*                      MORE THAN THE RARE COUNT OF TIMES        *
109200*****************************************************************
109300 1780-CLOSE-ACCOUNT.
109400     IF  WS-RA-CNT IS GREATER THAN WS-RARE-CNT
109500         GO TO 1780-DONE.
109600
109700     PERFORM 1790-RELEASE-RARE-LINE THRU 1790-EXIT
109800         VARYING WS-RA-IX FROM 1 BY 1
109900         UNTIL WS-RA-IX IS GREATER THAN WS-RA-CNT.
110000
110100 1780-DONE.
110200     MOVE ZERO                    TO  WS-RA-CNT.
110300 1780-EXIT.
110400     EXIT.
110500
110600*****************************************************************
110700* 1790-RELEASE-RARE-LINE - RELEASE ONE HELD LINE UNDER TEST 5   *
110800*****************************************************************
110900 1790-RELEASE-RARE-LINE.
111000     MOVE 5                       TO  SRT-TEST-NO.
111100     MOVE WS-RA-CO-CODE           TO  SRT-CO-CODE.
111200     MOVE WS-RA-BATCH-NO (WS-RA-IX)    TO  SRT-BATCH-NO.
111300     MOVE WS-RA-LINE-NO (WS-RA-IX)     TO  SRT-LINE-NO.
111400     MOVE WS-RA-ACCT-NO           TO  SRT-ACCT-NO.
111500     MOVE WS-RA-AMOUNT (WS-RA-IX)      TO  SRT-AMOUNT.
111600     MOVE WS-RA-SOURCE-CODE (WS-RA-IX) TO  SRT-SOURCE-CODE.
111700     MOVE WS-RA-ENTERED-BY (WS-RA-IX)  TO  SRT-ENTERED-BY.
111800     MOVE WS-RA-APPROVER-ID (WS-RA-IX) TO  SRT-APPROVER-ID.
111900     MOVE SPACES                  TO  WS-COUNT-REASON.
112000     MOVE WS-RA-CNT               TO  WS-CR-COUNT.
112100     MOVE "LINES"                 TO  WS-CR-SUFFIX.
112200     MOVE WS-COUNT-REASON         TO  SRT-REASON.
112300     RELEASE SRT-RECORD.
112400 1790-EXIT.
112500     EXIT.
112600
112700*****************************************************************
112800* 1800-DERIVE-PERIOD - THE FISCAL PERIOD OF WS-DRV-DATE: THE    *
112900*                      FIRST CALENDAR ROW ENDING ON OR AFTER    *
113000*                      IT, FALLING BACK TO YYYYMM WHEN NO ROW   *
113100*                      COVERS THE DATE                          *
113200*****************************************************************
113300 1800-DERIVE-PERIOD.
113400     IF  WS-DRV-DATE IS EQUAL TO WS-DRV-PREV-DATE
113500     AND WS-DRV-PERIOD IS GREATER THAN ZERO
113600         GO TO 1800-EXIT.
113700
113800     MOVE WS-DRV-DATE             TO  WS-DRV-PREV-DATE.
113900     MOVE WS-DRV-DATE             TO  GLFCL-END-DATE.
114000     START FCL-FILE
114100         KEY IS NOT LESS THAN GLFCL-KEY
114200         INVALID KEY
114300             GO TO 1800-FALLBACK.
114400
114500     READ FCL-FILE NEXT RECORD
114600         AT END
114700             GO TO 1800-FALLBACK.
114800
114900     IF  GLFCL-START-DATE IS GREATER THAN WS-DRV-DATE
115000         GO TO 1800-FALLBACK.
115100
115200     MOVE GLFCL-PERIOD            TO  WS-DRV-PERIOD.
115300     GO TO 1800-EXIT.
115400
115500 1800-FALLBACK.
115600     DIVIDE WS-DRV-DATE           BY 100
115700         GIVING WS-DRV-PERIOD.
115800 1800-EXIT.
115900     EXIT.
116000
116100*****************************************************************
116200* 2000-PRINT-SORTED - SORT OUTPUT PROCEDURE; PRINTS EACH TEST'S *
116300*                     FLAGS UNDER ITS SECTION HEADING           *
116400*****************************************************************
116500 2000-PRINT-SORTED.
116600     MOVE "Y"                     TO  WS-FIRST-REC-SW.
116700     PERFORM 2100-RETURN-SORTED   THRU 2100-EXIT.
116800     PERFORM 2200-PRINT-ONE-FLAG  THRU 2200-EXIT
116900         UNTIL WS-SORT-EOF.
117000 2000-EXIT.
117100     EXIT.
117200
117300*****************************************************************
117400* 2100-RETURN-SORTED - RETURN THE NEXT TEST/COMPANY/BATCH ROW   *
117500*****************************************************************
117600 2100-RETURN-SORTED.
117700     RETURN SORT-FILE
117800         AT END
117900             MOVE "Y"            TO  WS-SORT-EOF-SW.
118000 2100-EXIT.
118100     EXIT.
118200
118300*****************************************************************
118400* 2200-PRINT-ONE-FLAG - PRINT THE SECTION HEADING ON A CHANGE   *
118500*                       OF TEST, THEN THE FLAGGED ENTRY         *
118600*****************************************************************
118700 2200-PRINT-ONE-FLAG.
118800     IF  WS-FIRST-RECORD
118900     OR  SRT-TEST-NO IS NOT EQUAL TO WS-PREV-TEST-NO
119000         MOVE SRT-TEST-NO         TO  WS-PREV-TEST-NO
119100         MOVE "N"                 TO  WS-FIRST-REC-SW
119200         PERFORM 2400-PRINT-TEST-HDG THRU 2400-EXIT.
119300
119400     MOVE SPACES                  TO  WS-DETAIL-LINE.
119500     MOVE SRT-CO-CODE             TO  WS-DTL-CO-CODE.
119600     MOVE SRT-BATCH-NO            TO  WS-DTL-BATCH-NO.
119700     IF  SRT-ACCT-NO IS GREATER THAN ZERO
119800         MOVE SRT-LINE-NO         TO  WS-DTL-LINE-NO
119900         MOVE SRT-ACCT-NO         TO  WS-DTL-ACCT-NO.
120000     MOVE SRT-AMOUNT              TO  WS-DTL-AMOUNT.
120100     MOVE SRT-SOURCE-CODE         TO  WS-DTL-SOURCE-CODE.
120200     MOVE SRT-ENTERED-BY          TO  WS-DTL-ENTERED-BY.
120300     MOVE SRT-APPROVER-ID         TO  WS-DTL-APPROVER-ID.
120400     MOVE SRT-REASON              TO  WS-DTL-REASON.
120500     MOVE WS-DETAIL-LINE          TO  GLJTP-RECORD.
120600     WRITE GLJTP-RECORD.
120700
120800     ADD 1                        TO  WS-TEST-CNT (SRT-TEST-NO).
120900     ADD 1                        TO  WS-FLAG-CNT.
121000     PERFORM 2100-RETURN-SORTED   THRU 2100-EXIT.
121100 2200-EXIT.
121200     EXIT.
121300
121400*****************************************************************
121500* 2400-PRINT-TEST-HDG - PRINT THE TEST'S SECTION HEADING        *
121600*****************************************************************
121700 2400-PRINT-TEST-HDG.
121800     MOVE SPACES                  TO  GLJTP-RECORD.
121900     WRITE GLJTP-RECORD.
122000
122100     MOVE SPACES                  TO  GLJTP-RECORD.
122200     MOVE WS-TEST-TITLE (SRT-TEST-NO) TO  GLJTP-RECORD.
122300     WRITE GLJTP-RECORD.
122400 2400-EXIT.
122500     EXIT.
122600
122700*****************************************************************
122800* 7000-PRINT-BENFORD - PRINT THE FIRST-DIGIT DISTRIBUTION: THE  *
122900*                      EXPECTED PERCENTAGES, ONE ROW PER SOURCE *
123000*                      CODE AND THE ALL-SOURCES ROW             *
123100*****************************************************************
123200 7000-PRINT-BENFORD.
123300     MOVE SPACES                  TO  GLJTP-RECORD.
123400     WRITE GLJTP-RECORD.
123500
123600     MOVE SPACES                  TO  GLJTP-RECORD.
123700     MOVE "FIRST-DIGIT (BENFORD) DISTRIBUTION BY SOURCE, PERCENT"
123800                                   TO  GLJTP-RECORD.
123900     WRITE GLJTP-RECORD.
124000
124100     MOVE SPACES                  TO  GLJTP-RECORD.
124200     MOVE "SOURCE     LINES      1      2      3      4      5"
124300                                   TO  GLJTP-RECORD.
124400     MOVE "      6      7      8      9" TO  GLJTP-RECORD (52:28).
124500     WRITE GLJTP-RECORD.
124600
124700     MOVE SPACES                  TO  WS-BENFORD-LINE.
124800     MOVE "EXPECTED"              TO  WS-BF-SOURCE-CODE.
124900     MOVE SPACES                  TO  WS-BF-LINES-X.
125000     PERFORM 7100-FORMAT-EXPECTED THRU 7100-EXIT
125100         VARYING WS-BD-IX FROM 1 BY 1
125200         UNTIL WS-BD-IX IS GREATER THAN 9.
125300     MOVE WS-BENFORD-LINE         TO  GLJTP-RECORD.
125400     WRITE GLJTP-RECORD.
125500
125600     PERFORM 7200-PRINT-ONE-SOURCE THRU 7200-EXIT
125700         VARYING WS-BS-IX FROM 1 BY 1
125800         UNTIL WS-BS-IX IS GREATER THAN WS-BS-CNT.
125900
126000     IF  WS-BS-LINES (50) IS GREATER THAN ZERO
126100         MOVE 50                  TO  WS-BS-IX
126200         PERFORM 7200-PRINT-ONE-SOURCE THRU 7200-EXIT.
126300
126400     MOVE SPACES                  TO  WS-BENFORD-LINE.
126500     MOVE "ALL"                   TO  WS-BF-SOURCE-CODE.
126600     MOVE WS-BT-LINES             TO  WS-BF-LINES.
126700     PERFORM 7300-FORMAT-ALL-PCT  THRU 7300-EXIT
126800         VARYING WS-BD-IX FROM 1 BY 1
126900         UNTIL WS-BD-IX IS GREATER THAN 9.
127000     MOVE WS-BENFORD-LINE         TO  GLJTP-RECORD.
127100     WRITE GLJTP-RECORD.
127200 7000-EXIT.
127300     EXIT.
127400
127500*****************************************************************
127600* 7100-FORMAT-EXPECTED - ONE DIGIT'S EXPECTED PERCENTAGE        *
127700*****************************************************************
127800 7100-FORMAT-EXPECTED.
127900     MOVE WS-BEN-EXP-PCT (WS-BD-IX) TO  WS-BF-PCT (WS-BD-IX).
128000 7100-EXIT.
128100     EXIT.
128200
128300*****************************************************************
128400* 7200-PRINT-ONE-SOURCE - PRINT ONE SOURCE CODE'S LINE COUNT    *
128500*                         AND FIRST-DIGIT PERCENTAGES           *
128600*****************************************************************
128700 7200-PRINT-ONE-SOURCE.
128800     MOVE SPACES                  TO  WS-BENFORD-LINE.
128900     MOVE WS-BS-SOURCE-CODE (WS-BS-IX) TO  WS-BF-SOURCE-CODE.
129000     MOVE WS-BS-LINES (WS-BS-IX)  TO  WS-BF-LINES.
129100     PERFORM 7210-FORMAT-ONE-PCT  THRU 7210-EXIT
129200         VARYING WS-BD-IX FROM 1 BY 1
129300         UNTIL WS-BD-IX IS GREATER THAN 9.
129400     MOVE WS-BENFORD-LINE         TO  GLJTP-RECORD.
129500     WRITE GLJTP-RECORD.
129600 7200-EXIT.
129700     EXIT.
129800
129900*****************************************************************
130000* 7210-FORMAT-ONE-PCT - ONE DIGIT'S SHARE OF THE SOURCE'S LINES *
130100*****************************************************************
130200 7210-FORMAT-ONE-PCT.
130300     COMPUTE WS-BEN-PCT ROUNDED =
130400         WS-BS-DIGIT-CNT (WS-BS-IX WS-BD-IX) * 100
130500             / WS-BS-LINES (WS-BS-IX).
130600     MOVE WS-BEN-PCT              TO  WS-BF-PCT (WS-BD-IX).
130700 7210-EXIT.
130800     EXIT.
130900
131000*****************************************************************
131100* 7300-FORMAT-ALL-PCT - ONE DIGIT'S SHARE OF ALL LINES COUNTED  *
131200*****************************************************************
131300 7300-FORMAT-ALL-PCT.
131400     MOVE ZERO                    TO  WS-BEN-PCT.
131500     IF  WS-BT-LINES IS GREATER THAN ZERO
131600         COMPUTE WS-BEN-PCT ROUNDED =
131700             WS-BT-DIGIT-CNT (WS-BD-IX) * 100 / WS-BT-LINES.
131800     MOVE WS-BEN-PCT              TO  WS-BF-PCT (WS-BD-IX).
131900 7300-EXIT.
132000     EXIT.
132100
132200*****************************************************************
132300* 8000-PRINT-SUMMARY - PRINT THE RUN'S COUNTS                   *
132400*****************************************************************
132500 8000-PRINT-SUMMARY.
132600     MOVE SPACES                  TO  GLJTP-RECORD.
132700     WRITE GLJTP-RECORD.
132800
132900     MOVE "MANUAL BATCHES TESTED"  TO  WS-CNT-LABEL.
133000     MOVE WS-MAN-BATCH-CNT        TO  WS-CNT-VALUE.
133100     MOVE WS-COUNT-LINE           TO  GLJTP-RECORD.
133200     WRITE GLJTP-RECORD.
133300
133400     MOVE "  WITHOUT ENTRY/APPROVAL STAMPS" TO  WS-CNT-LABEL.
133500     MOVE WS-UNSTAMPED-CNT        TO  WS-CNT-VALUE.
133600     MOVE WS-COUNT-LINE           TO  GLJTP-RECORD.
133700     WRITE GLJTP-RECORD.
133800
133900     MOVE "HISTORY LINES TESTED"  TO  WS-CNT-LABEL.
134000     MOVE WS-LINE-CNT             TO  WS-CNT-VALUE.
134100     MOVE WS-COUNT-LINE           TO  GLJTP-RECORD.
134200     WRITE GLJTP-RECORD.
134300
134400     MOVE "ENTRIES FLAGGED"       TO  WS-CNT-LABEL.
134500     MOVE WS-FLAG-CNT             TO  WS-CNT-VALUE.
134600     MOVE WS-COUNT-LINE           TO  GLJTP-RECORD.
134700     WRITE GLJTP-RECORD.
134800
134900     PERFORM 8100-PRINT-TEST-COUNT THRU 8100-EXIT
135000         VARYING WS-TS-IX FROM 1 BY 1
135100         UNTIL WS-TS-IX IS GREATER THAN 5.
135200
135300     MOVE "USERS NOT TALLIED (TABLE FULL)" TO  WS-CNT-LABEL.
135400     MOVE WS-US-DROPPED-CNT       TO  WS-CNT-VALUE.
135500     MOVE WS-COUNT-LINE           TO  GLJTP-RECORD.
135600     WRITE GLJTP-RECORD.
135700 8000-EXIT.
135800     EXIT.
135900
136000*****************************************************************
136100* 8100-PRINT-TEST-COUNT - PRINT ONE TEST'S FLAG COUNT           *
136200*****************************************************************
136300 8100-PRINT-TEST-COUNT.
136400     MOVE "  TEST   FLAGS"        TO  WS-CNT-LABEL.
136500     MOVE WS-TS-IX                TO  WS-CNT-LABEL (8:1).
136600     MOVE WS-TEST-CNT (WS-TS-IX)  TO  WS-CNT-VALUE.
136700     MOVE WS-COUNT-LINE           TO  GLJTP-RECORD.
136800     WRITE GLJTP-RECORD.
136900 8100-EXIT.
137000     EXIT.
137100
137200*****************************************************************
137300* 9000-TERMINATE - CLOSE ALL FILES                               *
137400*****************************************************************
137500 9000-TERMINATE.
137600     CLOSE HST-FILE.
137700     CLOSE BTCH-FILE.
137800     CLOSE LOG-FILE.
137900     CLOSE FCL-FILE.
138000     CLOSE CAL-FILE.
138100     CLOSE RPT-FILE.
138200
138300     DISPLAY "GLJETEST - ENTRIES FLAGGED: " WS-FLAG-CNT.
138400 9000-EXIT.
138500     EXIT.
138600
138700 9999-EXIT.
138800     STOP RUN.
