000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLDWFEED.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLDWFEED  -  INCREMENTAL DATA-WAREHOUSE FEED                 *
001000*                                                               *
001100*  SENDS THE WAREHOUSE ONLY WHAT HAS CHANGED SINCE THE LAST     *
001200*  SUCCESSFUL SEND, IN PLACE OF THE WHOLE-HISTORY GLEXTRCT      *
001300*  DUMP.  THE WINDOW RUNS FROM THE WATERMARK ON THE FEED        *
001400*  CONTROL FILE (GLDWCTL, GLDWCREC) TO THE MOMENT THE RUN       *
001500*  STARTS, BOTH STAMPED THE WAY THE POSTING LOG (GLPSTLOG) IS.  *
001600*  THE POSTING LOG ROWS INSIDE THE WINDOW SAY WHAT CHANGED:     *
001700*                                                               *
001800*    "D"/"C" ROWS  - THE BATCHES POSTED IN THE WINDOW.  EVERY   *
001900*                    GLHIST ROW OF THOSE BATCHES IS SENT, AND   *
002000*                    THE GLPERBAL AND GLDEPACT ROWS OF EVERY    *
002100*                    COMPANY/ACCOUNT/PERIOD (AND DEPARTMENT)    *
002200*                    THEY TOUCHED.                              *
002300*    "M" ROWS      - WITH AN ACCOUNT (CHART MAINTENANCE, MERGE, *
002400*                    COMPANY CLONE, CONVERSION LOAD): THAT      *
002500*                    ACCOUNT'S CHART ROWS, ALL ITS PERIOD       *
002600*                    BALANCES AND DEPARTMENT ACTUALS, AND ITS   *
002700*                    CONVERSION (BATCH ZERO) HISTORY ROWS.      *
002800*                    WITH NO ACCOUNT (REFERENCE MAINTENANCE):   *
002900*                    THE DEPARTMENT, SEGMENT VALUE AND          *
003000*                    HIERARCHY MASTERS IN FULL - THE ROW DOES   *
003100*                    NOT SAY WHICH MASTER, AND THEY ARE SMALL.  *
003200*                                                               *
003300*  SEVEN FILES GO OUT, ONE PER SOURCE (GLDWFREC FORMAT), EACH   *
003400*  WITH A HEADER CARRYING THE WINDOW AND A TRAILER CARRYING     *
003500*  THE DETAIL COUNT AND HASH TOTALS, EVEN WHEN NOTHING CHANGED. *
003600*  THE CONTROL ROW IS MARKED IN PROGRESS AT START AND THE       *
003700*  WATERMARK ADVANCES ONLY WHEN THE FILES ARE CLOSED, SO A RUN  *
003800*  THAT DIES IS RERUN OVER THE SAME WINDOW.  WITH NO WATERMARK  *
003900*  YET THE RUN IS THE FULL INITIAL LOAD OF EVERY FILE.          *
004000*                                                               *
004100*  RUN MODE "R" (GLDWPREC, THROUGH LINKAGE) RESENDS AN          *
004200*  OPERATOR-GIVEN WINDOW WITHOUT MOVING THE WATERMARK.  A       *
004300*  WINDOW HOLDING MORE BATCHES THAN THE BATCH TABLE IS CUT      *
004400*  BACK TO THE LAST LOG STAMP THAT FITS (THE LOG IS WRITTEN IN  *
004500*  TIME ORDER); THE NEXT RUN, OR A FURTHER RESEND, PICKS UP THE *
004600*  REST.                                                        *
004700*                                                               *
004800*---------------------------------------------------------------*
004900*  MODIFICATION HISTORY                                         *
005000*---------------------------------------------------------------*
005100*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-ISERIES.
005600 OBJECT-COMPUTER.   IBM-ISERIES.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT DWC-FILE   ASSIGN TO GLDWCTL
006000         ORGANIZATION IS INDEXED
006100         ACCESS       IS DYNAMIC
006200         RECORD KEY   IS GLDWC-KEY
006300         FILE STATUS  IS WS-DWC-STATUS.
006400
006500     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS  IS WS-LOG-STATUS.
006800
006900     SELECT HST-FILE   ASSIGN TO GLHIST
007000         ORGANIZATION IS INDEXED
007100         ACCESS       IS DYNAMIC
007200         RECORD KEY   IS GLHST-KEY
007300         FILE STATUS  IS WS-HST-STATUS.
007400
007500     SELECT BAL-FILE   ASSIGN TO GLPERBAL
007600         ORGANIZATION IS INDEXED
007700         ACCESS       IS DYNAMIC
007800         RECORD KEY   IS GLBAL-KEY
007900         FILE STATUS  IS WS-BAL-STATUS.
008000
008100     SELECT DAC-FILE   ASSIGN TO GLDEPACT
008200         ORGANIZATION IS INDEXED
008300         ACCESS       IS DYNAMIC
008400         RECORD KEY   IS GLDAC-KEY
008500         FILE STATUS  IS WS-DAC-STATUS.
008600
008700     SELECT COA-FILE   ASSIGN TO GLCOA
008800         ORGANIZATION IS INDEXED
008900         ACCESS       IS DYNAMIC
009000         RECORD KEY   IS GLCOA-KEY
009100         FILE STATUS  IS WS-COA-STATUS.
009200
009300     SELECT DEP-FILE   ASSIGN TO GLDEPT
009400         ORGANIZATION IS INDEXED
009500         ACCESS       IS DYNAMIC
009600         RECORD KEY   IS GLDEP-KEY
009700         FILE STATUS  IS WS-DEP-STATUS.
009800
009900     SELECT SEG-FILE   ASSIGN TO GLSEGVAL
010000         ORGANIZATION IS INDEXED
010100         ACCESS       IS DYNAMIC
010200         RECORD KEY   IS GLSEG-KEY
010300         FILE STATUS  IS WS-SEG-STATUS.
010400
010500     SELECT DHR-FILE   ASSIGN TO GLDEPHIR
010600         ORGANIZATION IS INDEXED
010700         ACCESS       IS DYNAMIC
010800         RECORD KEY   IS GLDHR-KEY
010900         FILE STATUS  IS WS-DHR-STATUS.
011000
011100     SELECT OHST-FILE  ASSIGN TO GLDWHST
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS  IS WS-OUT-STATUS.
011400
011500     SELECT OBAL-FILE  ASSIGN TO GLDWBAL
011600         ORGANIZATION IS SEQUENTIAL
011700         FILE STATUS  IS WS-OUT-STATUS.
011800
011900     SELECT ODAC-FILE  ASSIGN TO GLDWDAC
012000         ORGANIZATION IS SEQUENTIAL
012100         FILE STATUS  IS WS-OUT-STATUS.
012200
012300     SELECT OCOA-FILE  ASSIGN TO GLDWCOA
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS  IS WS-OUT-STATUS.
012600
012700     SELECT ODEP-FILE  ASSIGN TO GLDWDEP
012800         ORGANIZATION IS SEQUENTIAL
012900         FILE STATUS  IS WS-OUT-STATUS.
013000
013100     SELECT OSEG-FILE  ASSIGN TO GLDWSEG
013200         ORGANIZATION IS SEQUENTIAL
013300         FILE STATUS  IS WS-OUT-STATUS.
013400
013500     SELECT ODHR-FILE  ASSIGN TO GLDWDHR
013600         ORGANIZATION IS SEQUENTIAL
013700         FILE STATUS  IS WS-OUT-STATUS.
013800
013900/
014000*****************************************************************
014100* D A T A   D I V I S I O N                                     *
014200*****************************************************************
014300 DATA DIVISION.
014400 FILE SECTION.
014500
014600 FD  DWC-FILE
014700     LABEL RECORDS ARE STANDARD.
014800     COPY GLDWCREC.
014900
015000 FD  LOG-FILE
015100     LABEL RECORDS ARE STANDARD.
015200     COPY GLLOGREC.
015300
015400 FD  HST-FILE
015500     LABEL RECORDS ARE STANDARD.
015600     COPY GLHSTREC.
015700
015800 FD  BAL-FILE
015900     LABEL RECORDS ARE STANDARD.
016000     COPY GLBALREC.
016100
016200 FD  DAC-FILE
016300     LABEL RECORDS ARE STANDARD.
016400     COPY GLDACREC.
016500
016600 FD  COA-FILE
016700     LABEL RECORDS ARE STANDARD.
016800     COPY GLCOAREC.
016900
017000 FD  DEP-FILE
017100     LABEL RECORDS ARE STANDARD.
017200     COPY GLDEPREC.
017300
017400 FD  SEG-FILE
017500     LABEL RECORDS ARE STANDARD.
017600     COPY GLSEGREC.
017700
017800 FD  DHR-FILE
017900     LABEL RECORDS ARE STANDARD.
018000     COPY GLDHRREC.
018100
018200 FD  OHST-FILE
018300     LABEL RECORDS ARE STANDARD
018400     RECORDING MODE IS F.
018500 01  OHST-RECORD                 PIC X(200).
018600
018700 FD  OBAL-FILE
018800     LABEL RECORDS ARE STANDARD
018900     RECORDING MODE IS F.
019000 01  OBAL-RECORD                 PIC X(200).
019100
019200 FD  ODAC-FILE
019300     LABEL RECORDS ARE STANDARD
019400     RECORDING MODE IS F.
019500 01  ODAC-RECORD                 PIC X(200).
019600
019700 FD  OCOA-FILE
019800     LABEL RECORDS ARE STANDARD
019900     RECORDING MODE IS F.
020000 01  OCOA-RECORD                 PIC X(200).
020100
020200 FD  ODEP-FILE
020300     LABEL RECORDS ARE STANDARD
020400     RECORDING MODE IS F.
020500 01  ODEP-RECORD                 PIC X(200).
020600
020700 FD  OSEG-FILE
020800     LABEL RECORDS ARE STANDARD
020900     RECORDING MODE IS F.
021000 01  OSEG-RECORD                 PIC X(200).
021100
021200 FD  ODHR-FILE
021300     LABEL RECORDS ARE STANDARD
021400     RECORDING MODE IS F.
021500 01  ODHR-RECORD                 PIC X(200).
021600
021700/
021800*****************************************************************
021900* W O R K I N G   S T O R A G E   S E C T I O N                 *
022000*****************************************************************
022100 WORKING-STORAGE SECTION.
022200
022300 77  WS-DWC-STATUS              PIC X(02) VALUE SPACES.
022400     88  WS-DWC-OK                       VALUE "00".
022500
022600 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
022700     88  WS-LOG-OK                       VALUE "00".
022800     88  WS-LOG-EOF                      VALUE "10".
022900
023000 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
023100     88  WS-HST-OK                       VALUE "00".
023200     88  WS-HST-EOF                      VALUE "10".
023300
023400 77  WS-BAL-STATUS              PIC X(02) VALUE SPACES.
023500     88  WS-BAL-OK                       VALUE "00".
023600     88  WS-BAL-EOF                      VALUE "10".
023700
023800 77  WS-DAC-STATUS              PIC X(02) VALUE SPACES.
023900     88  WS-DAC-OK                       VALUE "00".
024000     88  WS-DAC-EOF                      VALUE "10".
024100
024200 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
024300     88  WS-COA-OK                       VALUE "00".
024400     88  WS-COA-EOF                      VALUE "10".
024500
024600 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
024700     88  WS-DEP-OK                       VALUE "00".
024800     88  WS-DEP-EOF                      VALUE "10".
024900
025000 77  WS-SEG-STATUS              PIC X(02) VALUE SPACES.
025100     88  WS-SEG-OK                       VALUE "00".
025200     88  WS-SEG-EOF                      VALUE "10".
025300
025400 77  WS-DHR-STATUS              PIC X(02) VALUE SPACES.
025500     88  WS-DHR-OK                       VALUE "00".
025600     88  WS-DHR-EOF                      VALUE "10".
025700
025800 77  WS-OUT-STATUS              PIC X(02) VALUE SPACES.
025900     88  WS-OUT-OK                       VALUE "00".
026000
026100 77  WS-FEED-ID                 PIC X(08) VALUE "GLDWFEED".
026200
026300 77  WS-CTL-FOUND-SW            PIC X(01) VALUE "N".
026400     88  WS-CTL-FOUND                    VALUE "Y".
026500
026600*
026700* "I" NIGHTLY INCREMENT, "R" RESEND, "F" FULL INITIAL LOAD -
026800* THE SAME CODES THE HEADER RECORD CARRIES.
026900*
027000 77  WS-SEND-MODE               PIC X(01) VALUE "I".
027100     88  WS-MODE-INCREMENT               VALUE "I".
027200     88  WS-MODE-RESEND                  VALUE "R".
027300     88  WS-MODE-FULL                    VALUE "F".
027400
027500 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
027600 77  WS-RUN-TIME                PIC 9(06) VALUE ZERO.
027700
027800*
027900* THE WINDOW - AFTER THE FROM STAMP, THROUGH THE TO STAMP -
028000* AND THE STAMP OF THE LOG ROW IN HAND, EACH ALSO VIEWED AS
028100* ONE FOURTEEN-DIGIT NUMBER FOR COMPARING.
028200*
028300 01  WS-FROM-STAMP.
028400     05  WS-FROM-DATE           PIC 9(08) VALUE ZERO.
028500     05  WS-FROM-TIME           PIC 9(06) VALUE ZERO.
028600 01  WS-FROM-STAMP-N            REDEFINES WS-FROM-STAMP
028700                                PIC 9(14).
028800
028900 01  WS-TO-STAMP.
029000     05  WS-TO-DATE             PIC 9(08) VALUE ZERO.
029100     05  WS-TO-TIME             PIC 9(06) VALUE ZERO.
029200 01  WS-TO-STAMP-N              REDEFINES WS-TO-STAMP
029300                                PIC 9(14).
029400
029500 01  WS-LOG-STAMP.
029600     05  WS-LOG-DATE            PIC 9(08) VALUE ZERO.
029700     05  WS-LOG-TIME            PIC 9(06) VALUE ZERO.
029800 01  WS-LOG-STAMP-N             REDEFINES WS-LOG-STAMP
029900                                PIC 9(14).
030000
030100 77  WS-PREV-STAMP-N            PIC 9(14) VALUE ZERO.
030200 77  WS-LAST-FIT-STAMP-N        PIC 9(14) VALUE ZERO.
030300
030400 77  WS-CUT-BACK-SW             PIC X(01) VALUE "N".
030500     88  WS-CUT-BACK                     VALUE "Y".
030600
030700*
030800* THE BATCHES POSTED IN THE WINDOW, WITH THEIR LOWEST AND
030900* HIGHEST NUMBER SO MOST HISTORY ROWS ARE PASSED OVER WITHOUT
031000* A SEARCH.
031100*
031200 77  WS-BT-CNT                  PIC 9(04) BINARY VALUE ZERO.
031300 77  WS-BT-MAX                  PIC 9(04) BINARY VALUE 3000.
031400 77  WS-BT-LOW                  PIC 9(06) VALUE ZERO.
031500 77  WS-BT-HIGH                 PIC 9(06) VALUE ZERO.
031600 77  WS-BT-FOUND-SW             PIC X(01) VALUE "N".
031700     88  WS-BT-FOUND                     VALUE "Y".
031800
031900 01  WS-BATCH-TABLE.
032000     05  WS-BT-ENTRY            OCCURS 3000 TIMES
032100                                INDEXED BY WS-BT-NDX.
032200         10  WS-BT-BATCH-NO         PIC 9(06).
032300
032400*
032500* THE ACCOUNTS NAMED ON "M" ROWS IN THE WINDOW.  ONE TOO MANY
032600* AND EVERY ACCOUNT IS TREATED AS NAMED.
032700*
032800 77  WS-MA-CNT                  PIC 9(04) BINARY VALUE ZERO.
032900 77  WS-MA-MAX                  PIC 9(04) BINARY VALUE 500.
033000 77  WS-MA-FOUND-SW             PIC X(01) VALUE "N".
033100     88  WS-MA-FOUND                     VALUE "Y".
033200
033300 01  WS-MAINT-ACCT-TABLE.
033400     05  WS-MA-ENTRY            OCCURS 500 TIMES
033500                                INDEXED BY WS-MA-NDX.
033600         10  WS-MA-ACCT-NO          PIC 9(06).
033700
033800 77  WS-ALL-ACCTS-SW            PIC X(01) VALUE "N".
033900     88  WS-ALL-ACCTS                    VALUE "Y".
034000
034100 77  WS-REF-CHANGED-SW          PIC X(01) VALUE "N".
034200     88  WS-REF-CHANGED                  VALUE "Y".
034300
034400 77  WS-SEL-ACCT-NO             PIC 9(06) VALUE ZERO.
034500 77  WS-SEL-BATCH-NO            PIC 9(06) VALUE ZERO.
034600 77  WS-SEL-DEPT-CODE           PIC X(04) VALUE SPACES.
034700
034800*
034900* THE COMPANY/ACCOUNT/PERIOD GROUP OF HISTORY ROWS IN HAND,
035000* WHETHER ANY OF ITS ROWS WENT OUT, AND THE DEPARTMENTS THOSE
035100* ROWS CARRIED.
035200*
035300 01  WS-GRP-KEY.
035400     05  WS-GRP-CO-CODE         PIC X(03) VALUE SPACES.
035500     05  WS-GRP-ACCT-NO         PIC 9(06) VALUE ZERO.
035600     05  WS-GRP-PERIOD          PIC 9(06) VALUE ZERO.
035700
035800 77  WS-GRP-SENT-SW             PIC X(01) VALUE "N".
035900     88  WS-GRP-SENT                     VALUE "Y".
036000
036100 77  WS-GD-CNT                  PIC 9(04) BINARY VALUE ZERO.
036200 77  WS-GD-FOUND-SW             PIC X(01) VALUE "N".
036300     88  WS-GD-FOUND                     VALUE "Y".
036400 77  WS-GD-ALL-SW               PIC X(01) VALUE "N".
036500     88  WS-GD-ALL                       VALUE "Y".
036600
036700 01  WS-GRP-DEPT-TABLE.
036800     05  WS-GD-ENTRY            OCCURS 100 TIMES
036900                                INDEXED BY WS-GD-NDX.
037000         10  WS-GD-DEPT-CODE        PIC X(04).
037100
037200*
037300* ONE ROW PER FEED FILE: ITS FILE ID AND THE RUNNING DETAIL
037400* COUNT AND HASH TOTALS ITS TRAILER CARRIES.
037500*
037600 77  WS-FX                      PIC 9(02) BINARY VALUE ZERO.
037700 77  WS-FILE-CNT                PIC 9(02) BINARY VALUE 7.
037800
037900 01  WS-FILE-ID-LIST.
038000     05  FILLER                 PIC X(08) VALUE "GLHIST".
038100     05  FILLER                 PIC X(08) VALUE "GLPERBAL".
038200     05  FILLER                 PIC X(08) VALUE "GLDEPACT".
038300     05  FILLER                 PIC X(08) VALUE "GLCOA".
038400     05  FILLER                 PIC X(08) VALUE "GLDEPT".
038500     05  FILLER                 PIC X(08) VALUE "GLSEGVAL".
038600     05  FILLER                 PIC X(08) VALUE "GLDEPHIR".
038700 01  WS-FILE-ID-LIST-R          REDEFINES WS-FILE-ID-LIST.
038800     05  WS-FILE-ID             OCCURS 7 TIMES
038900                                PIC X(08).
039000
039100 01  WS-FILE-TOTALS.
039200     05  WS-FT-ENTRY            OCCURS 7 TIMES.
039300         10  WS-FT-REC-CNT          PIC 9(09) BINARY.
039400         10  WS-FT-HASH-AMT         PIC S9(13)V99 COMP-3.
039500         10  WS-FT-HASH-KEY         PIC 9(15) COMP-3.
039600
039700 77  WS-DTL-HASH-AMT            PIC S9(11)V99 COMP-3 VALUE ZERO.
039800 77  WS-DTL-HASH-KEY            PIC 9(06) VALUE ZERO.
039900
040000 77  WS-LOG-READ-CNT            PIC 9(09) BINARY VALUE ZERO.
040100
040200     COPY GLDWFREC.
040300/
040400****************************************************************
040500* L I N K A G E   S E C T I O N                                *
040600****************************************************************
040700 LINKAGE SECTION.
040800     COPY GLDWPREC.
040900/
041000*****************************************************************
041100* P R O C E D U R E   D I V I S I O N                           *
041200*****************************************************************
041300 PROCEDURE DIVISION      USING GLDWP-RECORD.
041400
041500*****************************************************************
041600* 0000-MAINLINE                                                 *
041700*****************************************************************
041800 0000-MAINLINE.
041900     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
042000     PERFORM 1500-SCAN-LOG            THRU 1500-EXIT.
042100     PERFORM 1800-WRITE-HEADERS       THRU 1800-EXIT.
042200     PERFORM 2000-SEND-HISTORY        THRU 2000-EXIT.
042300     PERFORM 3000-SEND-ACCT-BALANCES  THRU 3000-EXIT.
042400     PERFORM 4000-SEND-CHART          THRU 4000-EXIT.
042500     PERFORM 5000-SEND-REFERENCE      THRU 5000-EXIT.
042600     PERFORM 6000-WRITE-TRAILERS      THRU 6000-EXIT.
042700     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
042800     GO TO 9999-EXIT.
042900
043000*****************************************************************
043100* 1000-INITIALIZE - STAMP THE RUN, READ THE CONTROL ROW, SETTLE *
043200*                   THE MODE AND WINDOW, AND OPEN THE FILES     *
043300*****************************************************************
043400 1000-INITIALIZE.
043500     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
043600     ACCEPT WS-RUN-TIME           FROM TIME.
043700
043800     OPEN I-O    DWC-FILE.
043900     MOVE "Y"                     TO  WS-CTL-FOUND-SW.
044000     MOVE WS-FEED-ID              TO  GLDWC-FEED-ID.
044100     READ DWC-FILE
044200         INVALID KEY
044300             MOVE "N"             TO  WS-CTL-FOUND-SW.
044400
044500     IF  GLDWP-RESEND
044600         PERFORM 1100-SET-RESEND-WINDOW THRU 1100-EXIT
044700     ELSE
044800         PERFORM 1200-SET-NIGHTLY-WINDOW THRU 1200-EXIT.
044900
045000     OPEN INPUT  LOG-FILE.
045100     OPEN INPUT  HST-FILE.
045200     OPEN INPUT  BAL-FILE.
045300     OPEN INPUT  DAC-FILE.
045400     OPEN INPUT  COA-FILE.
045500     OPEN INPUT  DEP-FILE.
045600     OPEN INPUT  SEG-FILE.
045700     OPEN INPUT  DHR-FILE.
045800     OPEN OUTPUT OHST-FILE.
045900     OPEN OUTPUT OBAL-FILE.
046000     OPEN OUTPUT ODAC-FILE.
046100     OPEN OUTPUT OCOA-FILE.
046200     OPEN OUTPUT ODEP-FILE.
046300     OPEN OUTPUT OSEG-FILE.
046400     OPEN OUTPUT ODHR-FILE.
046500
046600     MOVE LOW-VALUES              TO  WS-FILE-TOTALS.
046700     PERFORM 1050-CLEAR-ONE-TOTAL THRU 1050-EXIT
046800         VARYING WS-FX FROM 1 BY 1
046900         UNTIL WS-FX IS GREATER THAN WS-FILE-CNT.
047000 1000-EXIT.
047100     EXIT.
047200
047300*****************************************************************
047400* 1050-CLEAR-ONE-TOTAL - ZERO ONE FEED FILE'S TRAILER TOTALS    *
047500*****************************************************************
047600 1050-CLEAR-ONE-TOTAL.
047700     MOVE ZERO                    TO  WS-FT-REC-CNT (WS-FX).
047800     MOVE ZERO                    TO  WS-FT-HASH-AMT (WS-FX).
047900     MOVE ZERO                    TO  WS-FT-HASH-KEY (WS-FX).
048000 1050-EXIT.
048100     EXIT.
048200
048300*****************************************************************
048400* 1100-SET-RESEND-WINDOW - THE OPERATOR'S WINDOW; A ZERO TO     *
048500*                          STAMP MEANS THROUGH THE WATERMARK.   *
048600*                          THE CONTROL ROW IS NOT TOUCHED       *
048700*****************************************************************
048800 1100-SET-RESEND-WINDOW.
048900     MOVE "R"                     TO  WS-SEND-MODE.
049000     MOVE GLDWP-FROM-DATE         TO  WS-FROM-DATE.
049100     MOVE GLDWP-FROM-TIME         TO  WS-FROM-TIME.
049200     MOVE GLDWP-TO-DATE           TO  WS-TO-DATE.
049300     MOVE GLDWP-TO-TIME           TO  WS-TO-TIME.
049400
049500     IF  WS-TO-STAMP-N IS EQUAL TO ZERO
049600         IF  WS-CTL-FOUND
049700             MOVE GLDWC-SENT-THRU-DATE TO WS-TO-DATE
049800             MOVE GLDWC-SENT-THRU-TIME TO WS-TO-TIME
049900         END-IF
050000     END-IF.
050100
050200     IF  WS-TO-STAMP-N IS EQUAL TO ZERO
050300         DISPLAY "GLDWFEED - NOTHING HAS BEEN SENT YET, "
050400                 "RESEND REFUSED"
050500         CLOSE DWC-FILE
050600         STOP RUN.
050700
050800     IF  WS-FROM-STAMP-N IS NOT LESS THAN WS-TO-STAMP-N
050900         DISPLAY "GLDWFEED - RESEND WINDOW FROM " WS-FROM-STAMP
051000                 " IS NOT BEFORE " WS-TO-STAMP ", REFUSED"
051100         CLOSE DWC-FILE
051200         STOP RUN.
051300
051400     DISPLAY "GLDWFEED - RESENDING AFTER " WS-FROM-STAMP
051500             " THROUGH " WS-TO-STAMP.
051600 1100-EXIT.
051700     EXIT.
051800
051900*****************************************************************
052000* 1200-SET-NIGHTLY-WINDOW - FROM THE WATERMARK TO THE RUN       *
052100*                           START (THE FULL LOAD WHEN THERE IS  *
052200*                           NO WATERMARK), AND MARK THE CONTROL *
052300*                           ROW IN PROGRESS                     *
052400*****************************************************************
052500 1200-SET-NIGHTLY-WINDOW.
052600     MOVE "I"                     TO  WS-SEND-MODE.
052700     MOVE ZERO                    TO  WS-FROM-STAMP-N.
052800     IF  WS-CTL-FOUND
052900         MOVE GLDWC-SENT-THRU-DATE TO WS-FROM-DATE
053000         MOVE GLDWC-SENT-THRU-TIME TO WS-FROM-TIME
053100         IF  GLDWC-IN-PROGRESS
053200             DISPLAY "GLDWFEED - LAST RUN DID NOT COMPLETE, "
053300                     "ITS WINDOW IS SENT AGAIN"
053400         END-IF
053500     END-IF.
053600     IF  WS-FROM-STAMP-N IS EQUAL TO ZERO
053700         MOVE "F"                 TO  WS-SEND-MODE
053800         MOVE "Y"                 TO  WS-ALL-ACCTS-SW
053900         MOVE "Y"                 TO  WS-REF-CHANGED-SW
054000         DISPLAY "GLDWFEED - NO WATERMARK, FULL INITIAL LOAD".
054100
054200     MOVE WS-RUN-DATE             TO  WS-TO-DATE.
054300     MOVE WS-RUN-TIME             TO  WS-TO-TIME.
054400
054500     IF  NOT WS-CTL-FOUND
054600         MOVE SPACES              TO  GLDWC-RECORD
054700         MOVE WS-FEED-ID          TO  GLDWC-FEED-ID
054800         MOVE ZERO                TO  GLDWC-SENT-THRU-DATE
054900         MOVE ZERO                TO  GLDWC-SENT-THRU-TIME
055000         MOVE ZERO                TO  GLDWC-LAST-HST-CNT
055100         MOVE ZERO                TO  GLDWC-LAST-BAL-CNT
055200     END-IF.
055300     MOVE WS-RUN-DATE             TO  GLDWC-LAST-RUN-DATE.
055400     MOVE WS-RUN-TIME             TO  GLDWC-LAST-RUN-TIME.
055500     MOVE WS-SEND-MODE            TO  GLDWC-LAST-MODE.
055600     MOVE "I"                     TO  GLDWC-STATUS-SW.
055700     IF  WS-CTL-FOUND
055800         REWRITE GLDWC-RECORD
055900     ELSE
056000         WRITE GLDWC-RECORD.
056100     IF  NOT WS-DWC-OK
056200         DISPLAY "GLDWFEED - ERROR UPDATING GLDWCTL, STATUS "
056300                 WS-DWC-STATUS
056400         CLOSE DWC-FILE
056500         STOP RUN.
056600     MOVE "Y"                     TO  WS-CTL-FOUND-SW.
056700 1200-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100* 1500-SCAN-LOG - COLLECT THE BATCHES POSTED AND THE ACCOUNTS   *
057200*                 MAINTAINED IN THE WINDOW.  THE FULL LOAD      *
057300*                 SENDS EVERYTHING AND NEEDS NO SCAN            *
057400*****************************************************************
057500 1500-SCAN-LOG.
057600     IF  WS-MODE-FULL
057700         GO TO 1500-EXIT.
057800
057900     MOVE ZERO                    TO  WS-PREV-STAMP-N.
058000     MOVE ZERO                    TO  WS-LAST-FIT-STAMP-N.
058100     PERFORM 1510-ONE-LOG-ROW     THRU 1510-EXIT
058200         UNTIL WS-LOG-EOF
058300         OR    WS-CUT-BACK.
058400
058500     DISPLAY "GLDWFEED - LOG ROWS READ: " WS-LOG-READ-CNT
058600             "  BATCHES IN WINDOW: " WS-BT-CNT
058700             "  ACCOUNTS MAINTAINED: " WS-MA-CNT.
058800 1500-EXIT.
058900     EXIT.
059000
059100*****************************************************************
059200* 1510-ONE-LOG-ROW - ONE POSTING LOG ROW; ONLY ROWS INSIDE THE  *
059300*                    WINDOW COUNT.  A BATCH THAT WILL NOT FIT   *
059400*                    CUTS THE WINDOW BACK TO THE LAST STAMP     *
059500*                    BEFORE IT                                  *
059600*****************************************************************
059700 1510-ONE-LOG-ROW.
059800     READ LOG-FILE
059900         AT END
060000             MOVE "10"            TO  WS-LOG-STATUS
060100             GO TO 1510-EXIT.
060200     ADD 1                        TO  WS-LOG-READ-CNT.
060300
060400     MOVE GLLOG-DATE              TO  WS-LOG-DATE.
060500     MOVE GLLOG-TIME              TO  WS-LOG-TIME.
060600     IF  WS-LOG-STAMP-N IS NOT GREATER THAN WS-FROM-STAMP-N
060700     OR  WS-LOG-STAMP-N IS GREATER THAN WS-TO-STAMP-N
060800         GO TO 1510-EXIT.
060900
061000     IF  WS-LOG-STAMP-N IS NOT EQUAL TO WS-PREV-STAMP-N
061100         MOVE WS-PREV-STAMP-N     TO  WS-LAST-FIT-STAMP-N
061200         MOVE WS-LOG-STAMP-N      TO  WS-PREV-STAMP-N.
061300
061400     IF  GLLOG-DR-CR-CODE IS EQUAL TO "D"
061500     OR  GLLOG-DR-CR-CODE IS EQUAL TO "C"
061600         PERFORM 1600-ADD-BATCH   THRU 1600-EXIT
061700         GO TO 1510-EXIT.
061800
061900     IF  GLLOG-DR-CR-CODE IS EQUAL TO "M"
062000         IF  GLLOG-ACCT-NO IS EQUAL TO ZERO
062100             MOVE "Y"             TO  WS-REF-CHANGED-SW
062200         ELSE
062300             PERFORM 1700-ADD-MAINT-ACCT THRU 1700-EXIT
062400         END-IF
062500     END-IF.
062600 1510-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000* 1600-ADD-BATCH - REMEMBER A POSTED BATCH ONCE                 *
063100*****************************************************************
063200 1600-ADD-BATCH.
063300     IF  GLLOG-BATCH-NO IS EQUAL TO ZERO
063400         GO TO 1600-EXIT.
063500
063600     MOVE GLLOG-BATCH-NO          TO  WS-SEL-BATCH-NO.
063700     PERFORM 2250-FIND-BATCH      THRU 2250-EXIT.
063800     IF  WS-BT-FOUND
063900         GO TO 1600-EXIT.
064000
064100     IF  WS-BT-CNT IS NOT LESS THAN WS-BT-MAX
064200         GO TO 1650-CUT-BACK.
064300
064400     ADD 1                        TO  WS-BT-CNT.
064500     SET WS-BT-NDX                TO  WS-BT-CNT.
064600     MOVE GLLOG-BATCH-NO          TO  WS-BT-BATCH-NO (WS-BT-NDX).
064700     IF  WS-BT-CNT IS EQUAL TO 1
064800     OR  GLLOG-BATCH-NO IS LESS THAN WS-BT-LOW
064900         MOVE GLLOG-BATCH-NO      TO  WS-BT-LOW.
065000     IF  GLLOG-BATCH-NO IS GREATER THAN WS-BT-HIGH
065100         MOVE GLLOG-BATCH-NO      TO  WS-BT-HIGH.
065200     GO TO 1600-EXIT.
065300
065400 1650-CUT-BACK.
065500     IF  WS-LAST-FIT-STAMP-N IS NOT GREATER THAN WS-FROM-STAMP-N
065600         DISPLAY "GLDWFEED - MORE THAN " WS-BT-MAX
065700                 " BATCHES IN ONE SECOND, RUN STOPPED"
065800         CLOSE DWC-FILE
065900         STOP RUN.
066000     MOVE "Y"                     TO  WS-CUT-BACK-SW.
066100     MOVE WS-LAST-FIT-STAMP-N     TO  WS-TO-STAMP-N.
066200     DISPLAY "GLDWFEED - MORE THAN " WS-BT-MAX
066300             " BATCHES, WINDOW CUT BACK TO " WS-TO-STAMP.
066400 1600-EXIT.
066500     EXIT.
066600
066700*****************************************************************
066800* 1700-ADD-MAINT-ACCT - REMEMBER A MAINTAINED ACCOUNT ONCE; ONE *
066900*                       TOO MANY AND EVERY ACCOUNT GOES OUT     *
067000*****************************************************************
067100 1700-ADD-MAINT-ACCT.
067200     IF  WS-ALL-ACCTS
067300         GO TO 1700-EXIT.
067400
067500     MOVE GLLOG-ACCT-NO           TO  WS-SEL-ACCT-NO.
067600     PERFORM 2260-FIND-MAINT-ACCT THRU 2260-EXIT.
067700     IF  WS-MA-FOUND
067800         GO TO 1700-EXIT.
067900
068000     IF  WS-MA-CNT IS NOT LESS THAN WS-MA-MAX
068100         MOVE "Y"                 TO  WS-ALL-ACCTS-SW
068200         DISPLAY "GLDWFEED - MORE THAN " WS-MA-MAX
068300                 " ACCOUNTS MAINTAINED, ALL ACCOUNTS SENT"
068400         GO TO 1700-EXIT.
068500
068600     ADD 1                        TO  WS-MA-CNT.
068700     SET WS-MA-NDX                TO  WS-MA-CNT.
068800     MOVE GLLOG-ACCT-NO           TO  WS-MA-ACCT-NO (WS-MA-NDX).
068900 1700-EXIT.
069000     EXIT.
069100
069200*****************************************************************
069300* 1800-WRITE-HEADERS - ONE HEADER PER FEED FILE CARRYING THE    *
069400*                      (POSSIBLY CUT-BACK) WINDOW               *
069500*****************************************************************
069600 1800-WRITE-HEADERS.
069700     PERFORM 1810-WRITE-ONE-HEADER THRU 1810-EXIT
069800         VARYING WS-FX FROM 1 BY 1
069900         UNTIL WS-FX IS GREATER THAN WS-FILE-CNT.
070000 1800-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400* 1810-WRITE-ONE-HEADER - THE HEADER FOR FEED FILE WS-FX        *
070500*****************************************************************
070600 1810-WRITE-ONE-HEADER.
070700     MOVE SPACES                  TO  GLDWF-RECORD.
070800     MOVE "H"                     TO  GLDWF-REC-TYPE.
070900     MOVE WS-FILE-ID (WS-FX)      TO  GLDWF-FILE-ID.
071000     MOVE WS-FROM-DATE            TO  GLDWF-HDR-FROM-DATE.
071100     MOVE WS-FROM-TIME            TO  GLDWF-HDR-FROM-TIME.
071200     MOVE WS-TO-DATE              TO  GLDWF-HDR-TO-DATE.
071300     MOVE WS-TO-TIME              TO  GLDWF-HDR-TO-TIME.
071400     MOVE WS-RUN-DATE             TO  GLDWF-HDR-RUN-DATE.
071500     MOVE WS-RUN-TIME             TO  GLDWF-HDR-RUN-TIME.
071600     MOVE WS-SEND-MODE            TO  GLDWF-HDR-SEND-MODE.
071700     PERFORM 8100-PUT-RECORD      THRU 8100-EXIT.
071800 1810-EXIT.
071900     EXIT.
072000
072100*****************************************************************
072200* 2000-SEND-HISTORY - BROWSE GLHIST IN KEY ORDER, SENDING THE   *
072300*                     ROWS OF THE WINDOW'S BATCHES (EVERY ROW   *
072400*                     ON THE FULL LOAD) AND, AS EACH COMPANY/   *
072500*                     ACCOUNT/PERIOD GROUP ENDS, THE BALANCES   *
072600*                     THOSE ROWS TOUCHED                        *
072700*****************************************************************
072800 2000-SEND-HISTORY.
072900     IF  NOT WS-MODE-FULL
073000     AND WS-BT-CNT IS EQUAL TO ZERO
073100     AND WS-MA-CNT IS EQUAL TO ZERO
073200     AND NOT WS-ALL-ACCTS
073300         GO TO 2000-EXIT.
073400
073500     MOVE "N"                     TO  WS-GRP-SENT-SW.
073600     MOVE LOW-VALUES              TO  GLHST-KEY.
073700     START HST-FILE
073800         KEY IS NOT LESS THAN GLHST-KEY
073900         INVALID KEY
074000             MOVE "10"            TO  WS-HST-STATUS.
074100
074200     PERFORM 2100-ONE-HISTORY-ROW THRU 2100-EXIT
074300         UNTIL WS-HST-EOF.
074400     PERFORM 2400-CLOSE-GROUP     THRU 2400-EXIT.
074500 2000-EXIT.
074600     EXIT.
074700
074800*****************************************************************
074900* 2100-ONE-HISTORY-ROW - CLOSE THE GROUP ON A KEY CHANGE, THEN  *
075000*                        SEND THE ROW WHEN IT IS SELECTED       *
075100*****************************************************************
075200 2100-ONE-HISTORY-ROW.
075300     READ HST-FILE NEXT RECORD
075400         AT END
075500             MOVE "10"            TO  WS-HST-STATUS
075600             GO TO 2100-EXIT.
075700
075800     IF  GLHST-CO-CODE IS NOT EQUAL TO WS-GRP-CO-CODE
075900     OR  GLHST-ACCT-NO IS NOT EQUAL TO WS-GRP-ACCT-NO
076000     OR  GLHST-PERIOD IS NOT EQUAL TO WS-GRP-PERIOD
076100         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
076200         MOVE GLHST-CO-CODE       TO  WS-GRP-CO-CODE
076300         MOVE GLHST-ACCT-NO       TO  WS-GRP-ACCT-NO
076400         MOVE GLHST-PERIOD        TO  WS-GRP-PERIOD
076500         MOVE "N"                 TO  WS-GRP-SENT-SW
076600         MOVE ZERO                TO  WS-GD-CNT
076700         MOVE "N"                 TO  WS-GD-ALL-SW.
076800
076900     PERFORM 2200-SELECT-HISTORY  THRU 2200-EXIT.
077000     IF  NOT WS-BT-FOUND
077100         GO TO 2100-EXIT.
077200
077300     PERFORM 2300-SEND-HISTORY-ROW THRU 2300-EXIT.
077400     MOVE "Y"                     TO  WS-GRP-SENT-SW.
077500     IF  GLHST-DEPT-CODE IS NOT EQUAL TO SPACES
077600         PERFORM 2350-ADD-GROUP-DEPT THRU 2350-EXIT.
077700 2100-EXIT.
077800     EXIT.
077900
078000*****************************************************************
078100* 2200-SELECT-HISTORY - A ROW GOES OUT ON THE FULL LOAD, WHEN   *
078200*                       ITS BATCH POSTED IN THE WINDOW, OR WHEN *
078300*                       IT IS A CONVERSION ROW OF A MAINTAINED  *
078400*                       ACCOUNT.  WS-BT-FOUND CARRIES THE       *
078500*                       ANSWER                                  *
078600*****************************************************************
078700 2200-SELECT-HISTORY.
078800     MOVE "Y"                     TO  WS-BT-FOUND-SW.
078900     IF  WS-MODE-FULL
079000         GO TO 2200-EXIT.
079100
079200     IF  GLHST-CONVERSION-ROW
079300         MOVE GLHST-ACCT-NO       TO  WS-SEL-ACCT-NO
079400         PERFORM 2260-FIND-MAINT-ACCT THRU 2260-EXIT
079500         MOVE WS-MA-FOUND-SW      TO  WS-BT-FOUND-SW
079600         GO TO 2200-EXIT.
079700
079800     MOVE "N"                     TO  WS-BT-FOUND-SW.
079900     IF  GLHST-BATCH-NO IS LESS THAN WS-BT-LOW
080000     OR  GLHST-BATCH-NO IS GREATER THAN WS-BT-HIGH
080100         GO TO 2200-EXIT.
080200
080300     MOVE GLHST-BATCH-NO          TO  WS-SEL-BATCH-NO.
080400     PERFORM 2250-FIND-BATCH      THRU 2250-EXIT.
080500 2200-EXIT.
080600     EXIT.
080700
080800*****************************************************************
080900* 2250-FIND-BATCH - LINEAR SEARCH OF THE BATCH TABLE FOR THE    *
081000*                   NUMBER IN WS-SEL-BATCH-NO                   *
081100*****************************************************************
081200 2250-FIND-BATCH.
081300     MOVE "N"                     TO  WS-BT-FOUND-SW.
081400     PERFORM 2255-TEST-ONE-BATCH  THRU 2255-EXIT
081500         VARYING WS-BT-NDX FROM 1 BY 1
081600         UNTIL WS-BT-NDX IS GREATER THAN WS-BT-CNT
081700         OR    WS-BT-FOUND.
081800 2250-EXIT.
081900     EXIT.
082000
082100*****************************************************************
082200* 2255-TEST-ONE-BATCH - ONE ENTRY OF THE BATCH TABLE            *
082300*****************************************************************
082400 2255-TEST-ONE-BATCH.
082500     IF  WS-BT-BATCH-NO (WS-BT-NDX) IS EQUAL TO WS-SEL-BATCH-NO
082600         MOVE "Y"                 TO  WS-BT-FOUND-SW.
082700 2255-EXIT.
082800     EXIT.
082900
083000*****************************************************************
083100* 2260-FIND-MAINT-ACCT - IS THE ACCOUNT IN WS-SEL-ACCT-NO ONE   *
083200*                        THE WINDOW MAINTAINED (ALWAYS, ONCE    *
083300*                        THE TABLE HAS OVERFLOWED)              *
083400*****************************************************************
083500 2260-FIND-MAINT-ACCT.
083600     MOVE "N"                     TO  WS-MA-FOUND-SW.
083700     IF  WS-ALL-ACCTS
083800         MOVE "Y"                 TO  WS-MA-FOUND-SW
083900         GO TO 2260-EXIT.
084000     PERFORM 2265-TEST-ONE-ACCT   THRU 2265-EXIT
084100         VARYING WS-MA-NDX FROM 1 BY 1
084200         UNTIL WS-MA-NDX IS GREATER THAN WS-MA-CNT
084300         OR    WS-MA-FOUND.
084400 2260-EXIT.
084500     EXIT.
084600
084700*****************************************************************
084800* 2265-TEST-ONE-ACCT - ONE ENTRY OF THE MAINTAINED ACCOUNTS     *
084900*****************************************************************
085000 2265-TEST-ONE-ACCT.
085100     IF  WS-MA-ACCT-NO (WS-MA-NDX) IS EQUAL TO WS-SEL-ACCT-NO
085200         MOVE "Y"                 TO  WS-MA-FOUND-SW.
085300 2265-EXIT.
085400     EXIT.
085500
085600*****************************************************************
085700* 2300-SEND-HISTORY-ROW - ONE GLHIST DETAIL RECORD              *
085800*****************************************************************
085900 2300-SEND-HISTORY-ROW.
086000     MOVE SPACES                  TO  GLDWF-RECORD.
086100     MOVE "D"                     TO  GLDWF-REC-TYPE.
086200     MOVE 1                       TO  WS-FX.
086300     MOVE WS-FILE-ID (WS-FX)      TO  GLDWF-FILE-ID.
086400     MOVE GLHST-CO-CODE           TO  GLDWF-HST-CO-CODE.
086500     MOVE GLHST-ACCT-NO           TO  GLDWF-HST-ACCT-NO.
086600     MOVE GLHST-PERIOD            TO  GLDWF-HST-PERIOD.
086700     MOVE GLHST-BATCH-NO          TO  GLDWF-HST-BATCH-NO.
086800     MOVE GLHST-LINE-NO           TO  GLDWF-HST-LINE-NO.
086900     MOVE GLHST-ENTRY-DATE        TO  GLDWF-HST-ENTRY-DATE.
087000     MOVE GLHST-ACCT-DESC         TO  GLDWF-HST-ACCT-DESC.
087100     MOVE GLHST-DR-CR-CODE        TO  GLDWF-HST-DR-CR-CODE.
087200     MOVE GLHST-QTY               TO  GLDWF-HST-QTY.
087300     MOVE GLHST-PRICE             TO  GLDWF-HST-PRICE.
087400     MOVE GLHST-EXT-AMT           TO  GLDWF-HST-EXT-AMT.
087500     MOVE GLHST-CURR-CODE         TO  GLDWF-HST-CURR-CODE.
087600     MOVE GLHST-EXCH-RATE         TO  GLDWF-HST-EXCH-RATE.
087700     MOVE GLHST-FOREIGN-AMT       TO  GLDWF-HST-FOREIGN-AMT.
087800     MOVE GLHST-DEPT-CODE         TO  GLDWF-HST-DEPT-CODE.
087900     MOVE GLHST-DOC-REF           TO  GLDWF-HST-DOC-REF.
088000     MOVE GLHST-BOOK-CODE         TO  GLDWF-HST-BOOK-CODE.
088100     MOVE GLHST-PROJECT-CODE      TO  GLDWF-HST-PROJECT-CODE.
088200     MOVE GLHST-BANK-MATCH-SW     TO  GLDWF-HST-BANK-MATCH.
088300     MOVE GLHST-EXT-AMT           TO  WS-DTL-HASH-AMT.
088400     MOVE GLHST-ACCT-NO           TO  WS-DTL-HASH-KEY.
088500     PERFORM 8000-PUT-DETAIL      THRU 8000-EXIT.
088600 2300-EXIT.
088700     EXIT.
088800
088900*****************************************************************
089000* 2350-ADD-GROUP-DEPT - REMEMBER A DEPARTMENT THE GROUP'S SENT  *
089100*                       ROWS CARRIED; ONE TOO MANY AND EVERY    *
089200*                       DEPARTMENT OF THE GROUP GOES OUT        *
089300*****************************************************************
089400 2350-ADD-GROUP-DEPT.
089500     IF  WS-GD-ALL
089600         GO TO 2350-EXIT.
089700
089800     MOVE GLHST-DEPT-CODE         TO  WS-SEL-DEPT-CODE.
089900     MOVE "N"                     TO  WS-GD-FOUND-SW.
090000     PERFORM 2355-TEST-ONE-DEPT   THRU 2355-EXIT
090100         VARYING WS-GD-NDX FROM 1 BY 1
090200         UNTIL WS-GD-NDX IS GREATER THAN WS-GD-CNT
090300         OR    WS-GD-FOUND.
090400     IF  WS-GD-FOUND
090500         GO TO 2350-EXIT.
090600
090700     IF  WS-GD-CNT IS NOT LESS THAN 100
090800         MOVE "Y"                 TO  WS-GD-ALL-SW
090900         GO TO 2350-EXIT.
091000
091100     ADD 1                        TO  WS-GD-CNT.
091200     SET WS-GD-NDX                TO  WS-GD-CNT.
091300     MOVE GLHST-DEPT-CODE         TO  WS-GD-DEPT-CODE (WS-GD-NDX).
091400 2350-EXIT.
091500     EXIT.
091600
091700*****************************************************************
091800* 2355-TEST-ONE-DEPT - ONE ENTRY OF THE GROUP'S DEPARTMENTS     *
091900*****************************************************************
092000 2355-TEST-ONE-DEPT.
092100     IF  WS-GD-DEPT-CODE (WS-GD-NDX) IS EQUAL TO WS-SEL-DEPT-CODE
092200         MOVE "Y"                 TO  WS-GD-FOUND-SW.
092300 2355-EXIT.
092400     EXIT.
092500
092600*****************************************************************
092700* 2400-CLOSE-GROUP - THE GROUP'S HISTORY IS DONE; WHEN ANY OF   *
092800*                    ITS ROWS WENT OUT, SEND ITS PERIOD BALANCE *
092900*                    AND THE DEPARTMENT ACTUALS ITS ROWS        *
093000*                    TOUCHED.  ON THE FULL LOAD, OR FOR A       *
093100*                    MAINTAINED ACCOUNT, 3000 SENDS EVERY       *
093200*                    BALANCE INSTEAD                            *
093300*****************************************************************
093400 2400-CLOSE-GROUP.
093500     IF  NOT WS-GRP-SENT
093600         GO TO 2400-EXIT.
093700     MOVE "N"                     TO  WS-GRP-SENT-SW.
093800
093900     IF  WS-MODE-FULL
094000         GO TO 2400-EXIT.
094100     MOVE WS-GRP-ACCT-NO          TO  WS-SEL-ACCT-NO.
094200     PERFORM 2260-FIND-MAINT-ACCT THRU 2260-EXIT.
094300     IF  WS-MA-FOUND
094400         GO TO 2400-EXIT.
094500
094600     MOVE WS-GRP-CO-CODE          TO  GLBAL-CO-CODE.
094700     MOVE WS-GRP-ACCT-NO          TO  GLBAL-ACCT-NO.
094800     MOVE WS-GRP-PERIOD           TO  GLBAL-PERIOD.
094900     READ BAL-FILE
095000         INVALID KEY
095100             MOVE "23"            TO  WS-BAL-STATUS.
095200     IF  WS-BAL-OK
095300         PERFORM 3200-SEND-BALANCE-ROW THRU 3200-EXIT.
095400
095500     IF  WS-GD-CNT IS EQUAL TO ZERO
095600     AND NOT WS-GD-ALL
095700         GO TO 2400-EXIT.
095800
095900     MOVE WS-GRP-CO-CODE          TO  GLDAC-CO-CODE.
096000     MOVE WS-GRP-ACCT-NO          TO  GLDAC-ACCT-NO.
096100     MOVE LOW-VALUES              TO  GLDAC-DEPT-CODE.
096200     MOVE ZERO                    TO  GLDAC-PERIOD.
096300     MOVE "00"                    TO  WS-DAC-STATUS.
096400     START DAC-FILE
096500         KEY IS NOT LESS THAN GLDAC-KEY
096600         INVALID KEY
096700             MOVE "10"            TO  WS-DAC-STATUS.
096800     PERFORM 2410-ONE-GROUP-DAC   THRU 2410-EXIT
096900         UNTIL WS-DAC-EOF.
097000 2400-EXIT.
097100     EXIT.
097200
097300*****************************************************************
097400* 2410-ONE-GROUP-DAC - ONE DEPARTMENT ACTUAL OF THE GROUP'S     *
097500*                      COMPANY/ACCOUNT; SENT WHEN IT IS FOR THE *
097600*                      GROUP'S PERIOD AND ONE OF ITS            *
097700*                      DEPARTMENTS                              *
097800*****************************************************************
097900 2410-ONE-GROUP-DAC.
098000     READ DAC-FILE NEXT RECORD
098100         AT END
098200             MOVE "10"            TO  WS-DAC-STATUS
098300             GO TO 2410-EXIT.
098400
098500     IF  GLDAC-CO-CODE IS NOT EQUAL TO WS-GRP-CO-CODE
098600     OR  GLDAC-ACCT-NO IS NOT EQUAL TO WS-GRP-ACCT-NO
098700         MOVE "10"                TO  WS-DAC-STATUS
098800         GO TO 2410-EXIT.
098900
099000     IF  GLDAC-PERIOD IS NOT EQUAL TO WS-GRP-PERIOD
099100         GO TO 2410-EXIT.
099200
099300     IF  NOT WS-GD-ALL
099400         MOVE "N"                 TO  WS-GD-FOUND-SW
099500         MOVE GLDAC-DEPT-CODE     TO  WS-SEL-DEPT-CODE
099600         PERFORM 2355-TEST-ONE-DEPT THRU 2355-EXIT
099700             VARYING WS-GD-NDX FROM 1 BY 1
099800             UNTIL WS-GD-NDX IS GREATER THAN WS-GD-CNT
099900             OR    WS-GD-FOUND
100000         IF  NOT WS-GD-FOUND
100100             GO TO 2410-EXIT
100200         END-IF
100300     END-IF.
100400
100500     PERFORM 3300-SEND-DAC-ROW    THRU 3300-EXIT.
100600 2410-EXIT.
100700     EXIT.
100800
100900*****************************************************************
101000* 3000-SEND-ACCT-BALANCES - ON THE FULL LOAD EVERY PERIOD       *
101100*                           BALANCE AND DEPARTMENT ACTUAL, AND  *
101200*                           OTHERWISE EVERY ONE OF A            *
101300*                           MAINTAINED ACCOUNT                  *
101400*****************************************************************
101500 3000-SEND-ACCT-BALANCES.
101600     IF  WS-MA-CNT IS EQUAL TO ZERO
101700     AND NOT WS-ALL-ACCTS
101800         GO TO 3000-EXIT.
101900
102000     MOVE LOW-VALUES              TO  GLBAL-KEY.
102100     MOVE "00"                    TO  WS-BAL-STATUS.
102200     START BAL-FILE
102300         KEY IS NOT LESS THAN GLBAL-KEY
102400         INVALID KEY
102500             MOVE "10"            TO  WS-BAL-STATUS.
102600     PERFORM 3100-ONE-BALANCE-ROW THRU 3100-EXIT
102700         UNTIL WS-BAL-EOF.
102800
102900     MOVE LOW-VALUES              TO  GLDAC-KEY.
103000     MOVE "00"                    TO  WS-DAC-STATUS.
103100     START DAC-FILE
103200         KEY IS NOT LESS THAN GLDAC-KEY
103300         INVALID KEY
103400             MOVE "10"            TO  WS-DAC-STATUS.
103500     PERFORM 3150-ONE-DAC-ROW     THRU 3150-EXIT
103600         UNTIL WS-DAC-EOF.
103700 3000-EXIT.
103800     EXIT.
103900
104000*****************************************************************
104100* 3100-ONE-BALANCE-ROW - ONE GLPERBAL ROW OF THE FULL PASS      *
104200*****************************************************************
104300 3100-ONE-BALANCE-ROW.
104400     READ BAL-FILE NEXT RECORD
104500         AT END
104600             MOVE "10"            TO  WS-BAL-STATUS
104700             GO TO 3100-EXIT.
104800
104900     MOVE GLBAL-ACCT-NO           TO  WS-SEL-ACCT-NO.
105000     PERFORM 2260-FIND-MAINT-ACCT THRU 2260-EXIT.
105100     IF  WS-MA-FOUND
105200         PERFORM 3200-SEND-BALANCE-ROW THRU 3200-EXIT.
105300 3100-EXIT.
105400     EXIT.
105500
105600*****************************************************************
105700* 3150-ONE-DAC-ROW - ONE GLDEPACT ROW OF THE FULL PASS          *
105800*****************************************************************
105900 3150-ONE-DAC-ROW.
106000     READ DAC-FILE NEXT RECORD
106100         AT END
106200             MOVE "10"            TO  WS-DAC-STATUS
106300             GO TO 3150-EXIT.
106400
106500     MOVE GLDAC-ACCT-NO           TO  WS-SEL-ACCT-NO.
106600     PERFORM 2260-FIND-MAINT-ACCT THRU 2260-EXIT.
106700     IF  WS-MA-FOUND
106800         PERFORM 3300-SEND-DAC-ROW THRU 3300-EXIT.
106900 3150-EXIT.
107000     EXIT.
107100
107200*****************************************************************
107300* 3200-SEND-BALANCE-ROW - ONE GLPERBAL DETAIL RECORD            *
107400*****************************************************************
107500 3200-SEND-BALANCE-ROW.
107600     MOVE SPACES                  TO  GLDWF-RECORD.
107700     MOVE "D"                     TO  GLDWF-REC-TYPE.
107800     MOVE 2                       TO  WS-FX.
107900     MOVE WS-FILE-ID (WS-FX)      TO  GLDWF-FILE-ID.
108000     MOVE GLBAL-CO-CODE           TO  GLDWF-BAL-CO-CODE.
108100     MOVE GLBAL-ACCT-NO           TO  GLDWF-BAL-ACCT-NO.
108200     MOVE GLBAL-PERIOD            TO  GLDWF-BAL-PERIOD.
108300     MOVE GLBAL-PERIOD-DR         TO  GLDWF-BAL-PERIOD-DR.
108400     MOVE GLBAL-PERIOD-CR         TO  GLDWF-BAL-PERIOD-CR.
108500     MOVE GLBAL-END-BAL           TO  GLDWF-BAL-END-BAL.
108600     MOVE GLBAL-CONV-SW           TO  GLDWF-BAL-CONV-SW.
108700     MOVE GLBAL-END-BAL           TO  WS-DTL-HASH-AMT.
108800     MOVE GLBAL-ACCT-NO           TO  WS-DTL-HASH-KEY.
108900     PERFORM 8000-PUT-DETAIL      THRU 8000-EXIT.
109000 3200-EXIT.
109100     EXIT.
109200
109300*****************************************************************
109400* 3300-SEND-DAC-ROW - ONE GLDEPACT DETAIL RECORD                *
109500*****************************************************************
109600 3300-SEND-DAC-ROW.
109700     MOVE SPACES                  TO  GLDWF-RECORD.
109800     MOVE "D"                     TO  GLDWF-REC-TYPE.
109900     MOVE 3                       TO  WS-FX.
110000     MOVE WS-FILE-ID (WS-FX)      TO  GLDWF-FILE-ID.
110100     MOVE GLDAC-CO-CODE           TO  GLDWF-DAC-CO-CODE.
110200     MOVE GLDAC-ACCT-NO           TO  GLDWF-DAC-ACCT-NO.
110300     MOVE GLDAC-DEPT-CODE         TO  GLDWF-DAC-DEPT-CODE.
110400     MOVE GLDAC-PERIOD            TO  GLDWF-DAC-PERIOD.
110500     MOVE GLDAC-AMOUNT            TO  GLDWF-DAC-AMOUNT.
110600     MOVE GLDAC-AMOUNT            TO  WS-DTL-HASH-AMT.
110700     MOVE GLDAC-ACCT-NO           TO  WS-DTL-HASH-KEY.
110800     PERFORM 8000-PUT-DETAIL      THRU 8000-EXIT.
110900 3300-EXIT.
111000     EXIT.
111100
111200*****************************************************************
111300* 4000-SEND-CHART - ON THE FULL LOAD EVERY CHART ROW, AND       *
111400*                   OTHERWISE EVERY COMPANY'S ROW OF A          *
111500*                   MAINTAINED ACCOUNT                          *
111600*****************************************************************
111700 4000-SEND-CHART.
111800     IF  WS-MA-CNT IS EQUAL TO ZERO
111900     AND NOT WS-ALL-ACCTS
112000         GO TO 4000-EXIT.
112100
112200     MOVE LOW-VALUES              TO  GLCOA-KEY.
112300     MOVE "00"                    TO  WS-COA-STATUS.
112400     START COA-FILE
112500         KEY IS NOT LESS THAN GLCOA-KEY
112600         INVALID KEY
112700             MOVE "10"            TO  WS-COA-STATUS.
112800     PERFORM 4100-ONE-CHART-ROW   THRU 4100-EXIT
112900         UNTIL WS-COA-EOF.
113000 4000-EXIT.
113100     EXIT.
113200
113300*****************************************************************
113400* 4100-ONE-CHART-ROW - ONE GLCOA DETAIL RECORD WHEN SELECTED    *
113500*****************************************************************
113600 4100-ONE-CHART-ROW.
113700     READ COA-FILE NEXT RECORD
113800         AT END
113900             MOVE "10"            TO  WS-COA-STATUS
114000             GO TO 4100-EXIT.
114100
114200     MOVE GLCOA-ACCT-NO           TO  WS-SEL-ACCT-NO.
114300     PERFORM 2260-FIND-MAINT-ACCT THRU 2260-EXIT.
114400     IF  NOT WS-MA-FOUND
114500         GO TO 4100-EXIT.
114600
114700     MOVE SPACES                  TO  GLDWF-RECORD.
114800     MOVE "D"                     TO  GLDWF-REC-TYPE.
114900     MOVE 4                       TO  WS-FX.
115000     MOVE WS-FILE-ID (WS-FX)      TO  GLDWF-FILE-ID.
115100     MOVE GLCOA-CO-CODE           TO  GLDWF-COA-CO-CODE.
115200     MOVE GLCOA-ACCT-NO           TO  GLDWF-COA-ACCT-NO.
115300     MOVE GLCOA-DESC              TO  GLDWF-COA-DESC.
115400     MOVE GLCOA-TYPE              TO  GLDWF-COA-TYPE.
115500     MOVE GLCOA-NORMAL-BAL        TO  GLDWF-COA-NORMAL-BAL.
115600     MOVE GLCOA-RE-ACCT-SW        TO  GLDWF-COA-RE-ACCT-SW.
115700     MOVE GLCOA-ACTIVE-SW         TO  GLDWF-COA-ACTIVE-SW.
115800     MOVE GLCOA-CASH-ACCT-SW      TO  GLDWF-COA-CASH-ACCT-SW.
115900     MOVE ZERO                    TO  WS-DTL-HASH-AMT.
116000     MOVE GLCOA-ACCT-NO           TO  WS-DTL-HASH-KEY.
116100     PERFORM 8000-PUT-DETAIL      THRU 8000-EXIT.
116200 4100-EXIT.
116300     EXIT.
116400
116500*****************************************************************
116600* 5000-SEND-REFERENCE - THE DEPARTMENT, SEGMENT VALUE AND       *
116700*                       HIERARCHY MASTERS IN FULL, ON THE FULL  *
116800*                       LOAD OR WHEN THE WINDOW HOLDS REFERENCE *
116900*                       MAINTENANCE                             *
117000*****************************************************************
117100 5000-SEND-REFERENCE.
117200     IF  NOT WS-REF-CHANGED
117300         GO TO 5000-EXIT.
117400
117500     MOVE LOW-VALUES              TO  GLDEP-KEY.
117600     MOVE "00"                    TO  WS-DEP-STATUS.
117700     START DEP-FILE
117800         KEY IS NOT LESS THAN GLDEP-KEY
117900         INVALID KEY
118000             MOVE "10"            TO  WS-DEP-STATUS.
118100     PERFORM 5100-ONE-DEPT-ROW    THRU 5100-EXIT
118200         UNTIL WS-DEP-EOF.
118300
118400     MOVE LOW-VALUES              TO  GLSEG-KEY.
118500     MOVE "00"                    TO  WS-SEG-STATUS.
118600     START SEG-FILE
118700         KEY IS NOT LESS THAN GLSEG-KEY
118800         INVALID KEY
118900             MOVE "10"            TO  WS-SEG-STATUS.
119000     PERFORM 5200-ONE-SEGMENT-ROW THRU 5200-EXIT
119100         UNTIL WS-SEG-EOF.
119200
119300     MOVE LOW-VALUES              TO  GLDHR-KEY.
119400     MOVE "00"                    TO  WS-DHR-STATUS.
119500     START DHR-FILE
119600         KEY IS NOT LESS THAN GLDHR-KEY
119700         INVALID KEY
119800             MOVE "10"            TO  WS-DHR-STATUS.
119900     PERFORM 5300-ONE-NODE-ROW    THRU 5300-EXIT
120000         UNTIL WS-DHR-EOF.
120100 5000-EXIT.
120200     EXIT.
120300
120400*****************************************************************
120500* 5100-ONE-DEPT-ROW - ONE GLDEPT DETAIL RECORD                  *
120600*****************************************************************
120700 5100-ONE-DEPT-ROW.
120800     READ DEP-FILE NEXT RECORD
120900         AT END
121000             MOVE "10"            TO  WS-DEP-STATUS
121100             GO TO 5100-EXIT.
121200
121300     MOVE SPACES                  TO  GLDWF-RECORD.
121400     MOVE "D"                     TO  GLDWF-REC-TYPE.
121500     MOVE 5                       TO  WS-FX.
121600     MOVE WS-FILE-ID (WS-FX)      TO  GLDWF-FILE-ID.
121700     MOVE GLDEP-DEPT-CODE         TO  GLDWF-DEP-DEPT-CODE.
121800     MOVE GLDEP-DESC              TO  GLDWF-DEP-DESC.
121900     MOVE GLDEP-ACTIVE-SW         TO  GLDWF-DEP-ACTIVE-SW.
122000     MOVE ZERO                    TO  WS-DTL-HASH-AMT.
122100     MOVE ZERO                    TO  WS-DTL-HASH-KEY.
122200     PERFORM 8000-PUT-DETAIL      THRU 8000-EXIT.
122300 5100-EXIT.
122400     EXIT.
122500
122600*****************************************************************
122700* 5200-ONE-SEGMENT-ROW - ONE GLSEGVAL DETAIL RECORD             *
122800*****************************************************************
122900 5200-ONE-SEGMENT-ROW.
123000     READ SEG-FILE NEXT RECORD
123100         AT END
123200             MOVE "10"            TO  WS-SEG-STATUS
123300             GO TO 5200-EXIT.
123400
123500     MOVE SPACES                  TO  GLDWF-RECORD.
123600     MOVE "D"                     TO  GLDWF-REC-TYPE.
123700     MOVE 6                       TO  WS-FX.
123800     MOVE WS-FILE-ID (WS-FX)      TO  GLDWF-FILE-ID.
123900     MOVE GLSEG-SEG-NO            TO  GLDWF-SEG-SEG-NO.
124000     MOVE GLSEG-VALUE             TO  GLDWF-SEG-VALUE.
124100     MOVE GLSEG-DESC              TO  GLDWF-SEG-DESC.
124200     MOVE GLSEG-ACTIVE-SW         TO  GLDWF-SEG-ACTIVE-SW.
124300     MOVE ZERO                    TO  WS-DTL-HASH-AMT.
124400     MOVE GLSEG-SEG-NO            TO  WS-DTL-HASH-KEY.
124500     PERFORM 8000-PUT-DETAIL      THRU 8000-EXIT.
124600 5200-EXIT.
124700     EXIT.
124800
124900*****************************************************************
125000* 5300-ONE-NODE-ROW - ONE GLDEPHIR DETAIL RECORD                *
125100*****************************************************************
125200 5300-ONE-NODE-ROW.
125300     READ DHR-FILE NEXT RECORD
125400         AT END
125500             MOVE "10"            TO  WS-DHR-STATUS
125600             GO TO 5300-EXIT.
125700
125800     MOVE SPACES                  TO  GLDWF-RECORD.
125900     MOVE "D"                     TO  GLDWF-REC-TYPE.
126000     MOVE 7                       TO  WS-FX.
126100     MOVE WS-FILE-ID (WS-FX)      TO  GLDWF-FILE-ID.
126200     MOVE GLDHR-NODE-CODE         TO  GLDWF-DHR-NODE-CODE.
126300     MOVE GLDHR-DESC              TO  GLDWF-DHR-DESC.
126400     MOVE GLDHR-PARENT-CODE       TO  GLDWF-DHR-PARENT-CODE.
126500     MOVE GLDHR-LEVEL             TO  GLDWF-DHR-LEVEL.
126600     MOVE ZERO                    TO  WS-DTL-HASH-AMT.
126700     MOVE ZERO                    TO  WS-DTL-HASH-KEY.
126800     PERFORM 8000-PUT-DETAIL      THRU 8000-EXIT.
126900 5300-EXIT.
127000     EXIT.
127100
127200*****************************************************************
127300* 6000-WRITE-TRAILERS - ONE TRAILER PER FEED FILE WITH ITS      *
127400*                       DETAIL COUNT AND HASH TOTALS            *
127500*****************************************************************
127600 6000-WRITE-TRAILERS.
127700     PERFORM 6100-WRITE-ONE-TRAILER THRU 6100-EXIT
127800         VARYING WS-FX FROM 1 BY 1
127900         UNTIL WS-FX IS GREATER THAN WS-FILE-CNT.
128000 6000-EXIT.
128100     EXIT.
128200
128300*****************************************************************
128400* 6100-WRITE-ONE-TRAILER - THE TRAILER FOR FEED FILE WS-FX      *
128500*****************************************************************
128600 6100-WRITE-ONE-TRAILER.
128700     MOVE SPACES                  TO  GLDWF-RECORD.
128800     MOVE "T"                     TO  GLDWF-REC-TYPE.
128900     MOVE WS-FILE-ID (WS-FX)      TO  GLDWF-FILE-ID.
129000     MOVE WS-FT-REC-CNT (WS-FX)   TO  GLDWF-TRL-REC-CNT.
129100     MOVE WS-FT-HASH-AMT (WS-FX)  TO  GLDWF-TRL-HASH-AMT.
129200     MOVE WS-FT-HASH-KEY (WS-FX)  TO  GLDWF-TRL-HASH-KEY.
129300     PERFORM 8100-PUT-RECORD      THRU 8100-EXIT.
129400
129500     DISPLAY "GLDWFEED - " WS-FILE-ID (WS-FX)
129600             " RECORDS SENT: " WS-FT-REC-CNT (WS-FX).
129700 6100-EXIT.
129800     EXIT.
129900
130000*****************************************************************
130100* 8000-PUT-DETAIL - ADD THE DETAIL IN GLDWF-RECORD TO ITS       *
130200*                   FILE'S COUNT AND HASH TOTALS AND WRITE IT   *
130300*****************************************************************
130400 8000-PUT-DETAIL.
130500     ADD 1                        TO  WS-FT-REC-CNT (WS-FX).
130600     ADD WS-DTL-HASH-AMT          TO  WS-FT-HASH-AMT (WS-FX).
130700     ADD WS-DTL-HASH-KEY          TO  WS-FT-HASH-KEY (WS-FX).
130800     PERFORM 8100-PUT-RECORD      THRU 8100-EXIT.
130900 8000-EXIT.
131000     EXIT.
131100
131200*****************************************************************
131300* 8100-PUT-RECORD - WRITE GLDWF-RECORD TO FEED FILE WS-FX; A    *
131400*                   FAILED WRITE STOPS THE RUN BEFORE THE       *
131500*                   WATERMARK CAN MOVE                          *
131600*****************************************************************
131700 8100-PUT-RECORD.
131800     IF  WS-FX IS EQUAL TO 1
131900         WRITE OHST-RECORD        FROM GLDWF-RECORD.
132000     IF  WS-FX IS EQUAL TO 2
132100         WRITE OBAL-RECORD        FROM GLDWF-RECORD.
132200     IF  WS-FX IS EQUAL TO 3
132300         WRITE ODAC-RECORD        FROM GLDWF-RECORD.
132400     IF  WS-FX IS EQUAL TO 4
132500         WRITE OCOA-RECORD        FROM GLDWF-RECORD.
132600     IF  WS-FX IS EQUAL TO 5
132700         WRITE ODEP-RECORD        FROM GLDWF-RECORD.
132800     IF  WS-FX IS EQUAL TO 6
132900         WRITE OSEG-RECORD        FROM GLDWF-RECORD.
133000     IF  WS-FX IS EQUAL TO 7
133100         WRITE ODHR-RECORD        FROM GLDWF-RECORD.
133200
133300     IF  NOT WS-OUT-OK
133400         DISPLAY "GLDWFEED - ERROR WRITING " WS-FILE-ID (WS-FX)
133500                 " FEED FILE, STATUS " WS-OUT-STATUS
133600                 " - WATERMARK NOT MOVED"
133700         STOP RUN.
133800 8100-EXIT.
133900     EXIT.
134000
134100*****************************************************************
134200* 9000-TERMINATE - CLOSE THE FEED FILES AND, FOR A NIGHTLY OR   *
134300*                  FULL RUN, ADVANCE THE WATERMARK TO THE END   *
134400*                  OF THE WINDOW AND MARK THE RUN COMPLETE      *
134500*****************************************************************
134600 9000-TERMINATE.
134700     CLOSE OHST-FILE.
134800     CLOSE OBAL-FILE.
134900     CLOSE ODAC-FILE.
135000     CLOSE OCOA-FILE.
135100     CLOSE ODEP-FILE.
135200     CLOSE OSEG-FILE.
135300     CLOSE ODHR-FILE.
135400     CLOSE LOG-FILE.
135500     CLOSE HST-FILE.
135600     CLOSE BAL-FILE.
135700     CLOSE DAC-FILE.
135800     CLOSE COA-FILE.
135900     CLOSE DEP-FILE.
136000     CLOSE SEG-FILE.
136100     CLOSE DHR-FILE.
136200
136300     IF  WS-MODE-RESEND
136400         DISPLAY "GLDWFEED - RESEND COMPLETE, WATERMARK "
136500                 "UNCHANGED"
136600         CLOSE DWC-FILE
136700         GO TO 9000-EXIT.
136800
136900     MOVE WS-FEED-ID              TO  GLDWC-FEED-ID.
137000     READ DWC-FILE
137100         INVALID KEY
137200             DISPLAY "GLDWFEED - CONTROL ROW LOST, WATERMARK "
137300                     "NOT MOVED"
137400             CLOSE DWC-FILE
137500             STOP RUN.
137600
137700     MOVE WS-TO-DATE              TO  GLDWC-SENT-THRU-DATE.
137800     MOVE WS-TO-TIME              TO  GLDWC-SENT-THRU-TIME.
137900     MOVE "C"                     TO  GLDWC-STATUS-SW.
138000     MOVE WS-FT-REC-CNT (1)       TO  GLDWC-LAST-HST-CNT.
138100     MOVE WS-FT-REC-CNT (2)       TO  GLDWC-LAST-BAL-CNT.
138200     REWRITE GLDWC-RECORD.
138300     IF  NOT WS-DWC-OK
138400         DISPLAY "GLDWFEED - ERROR REWRITING GLDWCTL, STATUS "
138500                 WS-DWC-STATUS
138600         CLOSE DWC-FILE
138700         STOP RUN.
138800     CLOSE DWC-FILE.
138900
139000     DISPLAY "GLDWFEED - SENT THROUGH " WS-TO-STAMP.
139100 9000-EXIT.
139200     EXIT.
139300
139400 9999-EXIT.
139500     STOP RUN.
