000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLFXREAL.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLFXREAL  -  REALIZED FOREIGN-EXCHANGE GAIN/LOSS RUN         *
001000*                                                               *
001100*  GLREVAL BOOKS THE UNREALIZED GAIN OR LOSS ON OPEN FOREIGN    *
001200*  BALANCES AND GLREVERS BACKS IT OUT, BUT WHEN A FOREIGN       *
001300*  ITEM IS ACTUALLY SETTLED THE DIFFERENCE BETWEEN THE BOOKED   *
001400*  RATE AND THE SETTLEMENT RATE IS LEFT IN THE BALANCE SHEET    *
001500*  ACCOUNT.  THIS PROGRAM BROWSES THE GL HISTORY FILE           *
001600*  (GLHSTREC) IN ITS COMPANY/ACCOUNT KEY SEQUENCE AND MATCHES   *
001700*  EACH ACCOUNT'S FOREIGN-CURRENCY LINES INTO OPEN ITEMS:       *
001800*                                                               *
001900*    - ON AN INTERCOMPANY DUE-TO/DUE-FROM ACCOUNT (GLICAREC)    *
002000*      EVERY FOREIGN LINE OF ONE CURRENCY BELONGS TO THE ONE    *
002100*      POOL FOR THE PAIR;                                       *
002200*    - ON ANY OTHER ACCOUNT THE LINES OF ONE CURRENCY ARE       *
002300*      PAIRED BY DOCUMENT REFERENCE (GLHST-DOC-REF), AND A      *
002400*      FOREIGN LINE WITHOUT ONE IS NOT AN OPEN ITEM.            *
002500*                                                               *
002600*  THE FIRST LINE OF AN ITEM FIXES ITS ORIGINATING SIDE; LINES  *
002700*  ON THE OTHER SIDE SETTLE IT.  EACH LINE'S HOME VALUE IS ITS  *
002800*  FOREIGN AMOUNT AT ITS OWN GLHST-EXCH-RATE.  AN ITEM WHOSE    *
002900*  SETTLING FOREIGN AMOUNT EQUALS ITS ORIGINATING FOREIGN       *
003000*  AMOUNT IS SETTLED, AND THE DIFFERENCE BETWEEN THE TWO HOME   *
003100*  VALUES IS THE REALIZED GAIN OR LOSS.  A PARTLY SETTLED ITEM  *
003200*  IS LEFT FOR A LATER RUN.                                     *
003300*                                                               *
003400*  EVERY SETTLEMENT IS LISTED ON THE REGISTER (GLFXRPTP) WITH   *
003500*  BOTH RATES.  IN POST MODE ("P" THROUGH LINKAGE; "R" PRINTS   *
003600*  THE REGISTER ONLY) A JOURNAL LINE PAIR IS ALSO GENERATED FOR *
003700*  EACH NONZERO DIFFERENCE - THE ACCOUNT ON ONE SIDE AND THE    *
003800*  CALLER'S REALIZED GAIN/LOSS ACCOUNT ON THE OTHER - ONE       *
003900*  BATCH PER COMPANY, APPENDED TO GLTRANIN (SOURCE "FXRL",      *
004000*  APPROVED "SYSTEM", NOT REVERSING) FOR THE NEXT POSTING RUN,  *
004100*  AND THE SETTLEMENT IS RECORDED ON THE MATCH FILE (GLFXMREC)  *
004200*  SO THE SAME LINES ARE NEVER REALIZED TWICE.                  *
004300*                                                               *
004400*---------------------------------------------------------------*
004500*  MODIFICATION HISTORY                                         *
004600*---------------------------------------------------------------*
004700*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004710*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION *
004720*                 FILE (GLPNDREC); GENERATED LINES ARE WRITTEN  *
004730*                 TO IT AT STATUS PENDING INSTEAD OF BEING      *
004740*                 APPENDED.                                     *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-ISERIES.
005200 OBJECT-COMPUTER.   IBM-ISERIES.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT HST-FILE   ASSIGN TO GLHIST
005600         ORGANIZATION IS INDEXED
005700         ACCESS       IS DYNAMIC
005800         RECORD KEY   IS GLHST-KEY
005900         FILE STATUS  IS WS-HST-STATUS.
006000
006100     SELECT ICA-FILE   ASSIGN TO GLICACCT
006200         ORGANIZATION IS INDEXED
006300         ACCESS       IS DYNAMIC
006400         RECORD KEY   IS GLICA-KEY
006500         FILE STATUS  IS WS-ICA-STATUS.
006600
006700     SELECT MTC-FILE   ASSIGN TO GLFXMTCH
006800         ORGANIZATION IS INDEXED
006900         ACCESS       IS DYNAMIC
007000         RECORD KEY   IS GLFXM-KEY
007100         FILE STATUS  IS WS-MTC-STATUS.
007200
007300     SELECT BTCH-FILE  ASSIGN TO GLBATCH
007400         ORGANIZATION IS INDEXED
007500         ACCESS       IS DYNAMIC
007600         RECORD KEY   IS GLBTCH-KEY
007700         FILE STATUS  IS WS-BTCH-STATUS.
007800
007900     SELECT JE-FILE    ASSIGN TO GLTRANIN
008000         ORGANIZATION IS INDEXED
008033         ACCESS       IS DYNAMIC
008066         RECORD KEY   IS GLPND-KEY
008100         FILE STATUS  IS WS-JE-STATUS.
008200
008300     SELECT RPT-FILE   ASSIGN TO GLFXRPTP
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
009400 FD  HST-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY GLHSTREC.
009700
009800 FD  ICA-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY GLICAREC.
010100
010200 FD  MTC-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY GLFXMREC.
010500
010600 FD  BTCH-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY GLBTCHREC.
010900
011000 FD  JE-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011250     COPY GLPNDREC.
011300     COPY GLJEREC.
011400
011500 FD  RPT-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORDING MODE IS F.
011800     COPY GLFXPRT.
011900
012000/
012100*****************************************************************
012200* W O R K I N G   S T O R A G E   S E C T I O N                 *
012300*****************************************************************
012400 WORKING-STORAGE SECTION.
012500
012600 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
012700     88  WS-HST-OK                       VALUE "00".
012800     88  WS-HST-EOF                      VALUE "10".
012900
013000 77  WS-ICA-STATUS              PIC X(02) VALUE SPACES.
013100     88  WS-ICA-OK                       VALUE "00".
013200     88  WS-ICA-EOF                      VALUE "10".
013300
013400 77  WS-MTC-STATUS              PIC X(02) VALUE SPACES.
013500     88  WS-MTC-OK                       VALUE "00".
013600
013700 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
013800     88  WS-BTCH-OK                      VALUE "00".
013900
014000 77  WS-JE-STATUS               PIC X(02) VALUE SPACES.
014100     88  WS-JE-OK                        VALUE "00".
014200
014300 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
014400
014500 77  WS-HOME-CURR-CODE          PIC X(03) VALUE "USD".
014600
014700 77  WS-PREV-CO-CODE            PIC X(03) VALUE SPACES.
014800 77  WS-PREV-ACCT-NO            PIC 9(06) VALUE ZERO.
014900 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
015000
015100 77  WS-ACCT-IC-SW              PIC X(01) VALUE "N".
015200     88  WS-ACCT-IS-IC                   VALUE "Y".
015300
015400 77  WS-NEXT-BATCH-NO           PIC 9(06) VALUE ZERO.
015500 77  WS-CUR-BATCH-NO            PIC 9(06) VALUE ZERO.
015600 77  WS-CUR-LINE-NO             PIC 9(04) VALUE ZERO.
015700 77  WS-BATCH-OPEN-SW           PIC X(01) VALUE "N".
015800     88  WS-BATCH-IS-OPEN                VALUE "Y".
015900
016000 77  WS-BATCH-TOTAL-DR          PIC S9(09)V99 COMP-3 VALUE ZERO.
016100 77  WS-BATCH-TOTAL-CR          PIC S9(09)V99 COMP-3 VALUE ZERO.
016200
016300 77  WS-LINE-HOME-AMT           PIC S9(09)V99 COMP-3 VALUE ZERO.
016400 77  WS-GAINLOSS-AMT            PIC S9(09)V99 COMP-3 VALUE ZERO.
016500 77  WS-ADJ-QTY                 PIC S9(7)V99  COMP-3 VALUE ZERO.
016600 77  WS-ORIG-RATE               PIC S9(3)V9(6) COMP-3 VALUE ZERO.
016700 77  WS-SETL-RATE               PIC S9(3)V9(6) COMP-3 VALUE ZERO.
016800 77  WS-GRP-DOC-REF             PIC X(15) VALUE SPACES.
016900
017000 77  WS-ICA-TBL-CNT             PIC 9(04) BINARY VALUE ZERO.
017100 77  WS-ICA-TBL-IX              PIC 9(04) BINARY VALUE ZERO.
017200 77  WS-GRP-CNT                 PIC 9(04) BINARY VALUE ZERO.
017300 77  WS-GRP-IX                  PIC 9(04) BINARY VALUE ZERO.
017400 77  WS-GRP-FOUND-SW            PIC X(01) VALUE "N".
017500     88  WS-GRP-FOUND                    VALUE "Y".
017600
017700 77  WS-SETTLE-CNT              PIC 9(07) BINARY VALUE ZERO.
017800 77  WS-BATCH-CNT               PIC 9(07) BINARY VALUE ZERO.
017900 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
018000 77  WS-TOTAL-GAIN              PIC S9(11)V99 COMP-3 VALUE ZERO.
018100 77  WS-TOTAL-LOSS              PIC S9(11)V99 COMP-3 VALUE ZERO.
018200
018300*
018400* THE HISTORY KEY OF THE LINE IN HAND, LAID OUT THE SAME AS THE
018500* SETTLED-THROUGH KEY ON THE MATCH FILE SO THE TWO COMPARE.
018600*
018700 01  WS-HST-POS.
018800     05  WS-HST-POS-PERIOD      PIC 9(06).
018900     05  WS-HST-POS-BATCH-NO    PIC 9(06).
019000     05  WS-HST-POS-LINE-NO     PIC 9(04).
019100
019200 01  WS-ICA-TABLE.
019300     05  WS-ICA-TBL-ENTRY       OCCURS 500 TIMES
019400                                INDEXED BY WS-ICA-NDX.
019500         10  WS-ICA-TBL-CO-CODE     PIC X(03).
019600         10  WS-ICA-TBL-ACCT-NO     PIC 9(06).
019700
019800*
019900* ONE ENTRY PER OPEN ITEM (CURRENCY/DOCUMENT REFERENCE) ON THE
020000* ACCOUNT IN HAND; CLEARED AT EVERY ACCOUNT BREAK.
020100*
020200 01  WS-GRP-TABLE.
020300     05  WS-GRP-ENTRY           OCCURS 500 TIMES
020400                                INDEXED BY WS-GRP-NDX.
020500         10  WS-GRP-CURR-CODE       PIC X(03).
020600         10  WS-GRP-DOC-REF-T       PIC X(15).
020700         10  WS-GRP-SIDE            PIC X(01).
020800         10  WS-GRP-ORIG-FGN        PIC S9(09)V99 COMP-3.
020900         10  WS-GRP-ORIG-HOME       PIC S9(09)V99 COMP-3.
021000         10  WS-GRP-SETL-FGN        PIC S9(09)V99 COMP-3.
021100         10  WS-GRP-SETL-HOME       PIC S9(09)V99 COMP-3.
021200         10  WS-GRP-SKIP-POS        PIC X(16).
021300         10  WS-GRP-LAST-POS        PIC X(16).
021400         10  WS-GRP-MTC-SW          PIC X(01).
021500             88  WS-GRP-ON-MATCH-FILE      VALUE "Y".
021600
021700 01  WS-HEAD-LINE.
021800     05  FILLER                 PIC X(33)
021900             VALUE "REALIZED FX GAIN/LOSS REGISTER - ".
022000     05  WS-HEAD-MODE           PIC X(13).
022100     05  FILLER                 PIC X(10) VALUE "  RUN DATE".
022200     05  FILLER                 PIC X(01) VALUE SPACE.
022300     05  WS-HEAD-DATE           PIC 9(08).
022400
022500 01  WS-COLUMN-LINE.
022600     05  FILLER                 PIC X(39)
022700             VALUE "CO  ACCT   CUR DOCUMENT REF    FOREIGN ".
022800     05  FILLER                 PIC X(38)
022900             VALUE "AMT  ORIG RATE  SETL RATE  GAIN(LOSS)".
023000
023100 01  WS-DETAIL-LINE.
023200     05  WS-DTL-CO-CODE         PIC X(03).
023300     05  FILLER                 PIC X(01) VALUE SPACE.
023400     05  WS-DTL-ACCT-NO         PIC 9(06).
023500     05  FILLER                 PIC X(01) VALUE SPACE.
023600     05  WS-DTL-CURR-CODE       PIC X(03).
023700     05  FILLER                 PIC X(01) VALUE SPACE.
023800     05  WS-DTL-DOC-REF         PIC X(15).
023900     05  FILLER                 PIC X(01) VALUE SPACE.
024000     05  WS-DTL-FOREIGN-AMT     PIC -(8)9.99.
024100     05  FILLER                 PIC X(01) VALUE SPACE.
024200     05  WS-DTL-ORIG-RATE       PIC ZZ9.999999.
024300     05  FILLER                 PIC X(01) VALUE SPACE.
024400     05  WS-DTL-SETL-RATE       PIC ZZ9.999999.
024500     05  FILLER                 PIC X(01) VALUE SPACE.
024600     05  WS-DTL-GAINLOSS        PIC -(7)9.99.
024700
024800 01  WS-COUNT-LINE.
024900     05  WS-CNT-TEXT            PIC X(30).
025000     05  FILLER                 PIC X(09) VALUE SPACES.
025100     05  WS-CNT-NUM             PIC Z(06)9.
025200
025300 01  WS-TOTAL-LINE.
025400     05  WS-TOT-TEXT            PIC X(30).
025500     05  FILLER                 PIC X(02) VALUE SPACES.
025600     05  WS-TOT-AMT             PIC -(10)9.99.
025700
025800/
025900****************************************************************
026000* L I N K A G E   S E C T I O N                                *
026100*                                                              *
026200* WS-REALIZED-ACCT IS THE REALIZED GAIN/LOSS ACCOUNT THE       *
026300* OFFSET SIDE OF EVERY GENERATED PAIR IS POSTED TO, AND THE    *
026400* RUN MODE IS "R" FOR THE REGISTER ONLY OR "P" TO ALSO POST -  *
026500* BOTH PASSED BY THE CALLING CL PROGRAM.                       *
026600****************************************************************
026700 LINKAGE SECTION.
026800 01  WS-REALIZED-ACCT           PIC 9(06).
026900 01  WS-REAL-MODE               PIC X(01).
027000     88  WS-REGISTER-ONLY                VALUE "R".
027100     88  WS-POST-REALIZED                VALUE "P".
027200/
027300*****************************************************************
027400* P R O C E D U R E   D I V I S I O N                           *
027500*****************************************************************
027600 PROCEDURE DIVISION      USING WS-REALIZED-ACCT
027700                               WS-REAL-MODE.
027800
027900*****************************************************************
028000* 0000-MAINLINE                                                 *
028100*****************************************************************
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
028400     PERFORM 1500-LOAD-ICA-TABLE      THRU 1500-EXIT.
028500     PERFORM 1800-FIRST-HISTORY-ROW   THRU 1800-EXIT.
028600     PERFORM 2000-ONE-HISTORY-ROW     THRU 2000-EXIT
028700         UNTIL WS-HST-EOF.
028800     PERFORM 3000-SETTLE-ACCOUNT      THRU 3000-EXIT.
028900     PERFORM 4500-FINISH-BATCH        THRU 4500-EXIT.
029000     PERFORM 8000-PRINT-TOTALS        THRU 8000-EXIT.
029100     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
029200     GO TO 9999-EXIT.
029300
029400*****************************************************************
029500* 1000-INITIALIZE - VALIDATE THE RUN MODE, OPEN THE FILES AND   *
029600*                   PRINT THE REGISTER HEADINGS                 *
029700*****************************************************************
029800 1000-INITIALIZE.
029900     IF  NOT WS-REGISTER-ONLY AND NOT WS-POST-REALIZED
030000         DISPLAY "GLFXREAL - RUN MODE MUST BE R OR P, GOT "
030100                 WS-REAL-MODE
030200         STOP RUN.
030300
030400     OPEN INPUT  HST-FILE.
030500     OPEN INPUT  ICA-FILE.
030600     OPEN OUTPUT RPT-FILE.
030700
030800     IF  WS-POST-REALIZED
030900         OPEN I-O    MTC-FILE
031000         OPEN I-O    BTCH-FILE
031100         OPEN I-O    JE-FILE
031200         PERFORM 1100-FIND-NEXT-BATCH-NO THRU 1100-EXIT
031300     ELSE
031400         OPEN INPUT  MTC-FILE.
031500
031600     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
031700
031800     IF  WS-POST-REALIZED
031900         MOVE "POSTED"            TO  WS-HEAD-MODE
032000     ELSE
032100         MOVE "REGISTER ONLY"     TO  WS-HEAD-MODE.
032200     MOVE WS-TODAY-DATE           TO  WS-HEAD-DATE.
032300     MOVE WS-HEAD-LINE            TO  GLFXP-RECORD.
032400     WRITE GLFXP-RECORD.
032500     MOVE SPACES                  TO  GLFXP-RECORD.
032600     WRITE GLFXP-RECORD.
032700     MOVE WS-COLUMN-LINE          TO  GLFXP-RECORD.
032800     WRITE GLFXP-RECORD.
032900     MOVE SPACES                  TO  GLFXP-RECORD.
033000     WRITE GLFXP-RECORD.
033100 1000-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500* 1100-FIND-NEXT-BATCH-NO - THE HIGHEST EXISTING BATCH NUMBER,  *
033600*                           PLUS ONE, IS WHERE THIS RUN BEGINS  *
033700*                           ASSIGNING REALIZED FX BATCHES       *
033800*****************************************************************
033900 1100-FIND-NEXT-BATCH-NO.
034000     MOVE HIGH-VALUES             TO  GLBTCH-KEY.
034100     START BTCH-FILE
034200         KEY IS NOT GREATER THAN GLBTCH-KEY
034300         INVALID KEY
034400             MOVE ZERO            TO  WS-NEXT-BATCH-NO
034500             GO TO 1100-EXIT.
034600
034700     READ BTCH-FILE PREVIOUS RECORD
034800         AT END
034900             MOVE ZERO            TO  WS-NEXT-BATCH-NO
035000             GO TO 1100-EXIT.
035100
035200     MOVE GLBTCH-BATCH-NO         TO  WS-NEXT-BATCH-NO.
035300 1100-EXIT.
035400     EXIT.
035500
035600*****************************************************************
035700* 1500-LOAD-ICA-TABLE - PULL EVERY ACTIVE INTERCOMPANY          *
035800*                       DUE-TO/DUE-FROM ACCOUNT INTO MEMORY     *
035900*****************************************************************
036000 1500-LOAD-ICA-TABLE.
036100     MOVE LOW-VALUES              TO  GLICA-KEY.
036200     START ICA-FILE
036300         KEY IS NOT LESS THAN GLICA-KEY
036400         INVALID KEY
036500             MOVE "10"            TO  WS-ICA-STATUS.
036600
036700     PERFORM 1600-LOAD-ONE-ICA    THRU 1600-EXIT
036800         UNTIL WS-ICA-EOF.
036900 1500-EXIT.
037000     EXIT.
037100
037200*****************************************************************
037300* 1600-LOAD-ONE-ICA - APPEND ONE DESIGNATION'S ACCOUNT TO THE   *
037400*                     TABLE                                     *
037500*****************************************************************
037600 1600-LOAD-ONE-ICA.
037700     READ ICA-FILE NEXT RECORD
037800         AT END
037900             MOVE "10"            TO  WS-ICA-STATUS
038000             GO TO 1600-EXIT.
038100
038200     IF  GLICA-IS-INACTIVE
038300         GO TO 1600-EXIT.
038400
038500     IF  WS-ICA-TBL-CNT IS EQUAL TO 500
038600         DISPLAY "GLFXREAL - INTERCOMPANY TABLE FULL, PAIR "
038700                 GLICA-CO-CODE "/" GLICA-PARTNER-CO " DROPPED"
038800         GO TO 1600-EXIT.
038900
039000     ADD 1                        TO  WS-ICA-TBL-CNT.
039100     MOVE WS-ICA-TBL-CNT          TO  WS-ICA-TBL-IX.
039200     SET WS-ICA-NDX               TO  WS-ICA-TBL-IX.
039300     MOVE GLICA-CO-CODE       TO  WS-ICA-TBL-CO-CODE (WS-ICA-NDX).
039400     MOVE GLICA-ACCT-NO       TO  WS-ICA-TBL-ACCT-NO (WS-ICA-NDX).
039500 1600-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900* 1800-FIRST-HISTORY-ROW - POSITION AT THE FIRST HISTORY ROW    *
040000*                          AND SET UP ITS ACCOUNT               *
040100*****************************************************************
040200 1800-FIRST-HISTORY-ROW.
040300     MOVE LOW-VALUES              TO  GLHST-KEY.
040400     START HST-FILE
040500         KEY IS NOT LESS THAN GLHST-KEY
040600         INVALID KEY
040700             MOVE "10"            TO  WS-HST-STATUS
040800             GO TO 1800-EXIT.
040900
041000     PERFORM 2100-READ-NEXT-HST   THRU 2100-EXIT.
041100     IF  WS-HST-EOF
041200         GO TO 1800-EXIT.
041300
041400     MOVE GLHST-CO-CODE           TO  WS-PREV-CO-CODE.
041500     MOVE GLHST-ACCT-NO           TO  WS-PREV-ACCT-NO.
041600     PERFORM 2050-CHECK-IC-ACCOUNT THRU 2050-EXIT.
041700 1800-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100* 2000-ONE-HISTORY-ROW - ON AN ACCOUNT BREAK SETTLE THE ACCOUNT *
042200*                        JUST FINISHED (AND ON A COMPANY BREAK  *
042300*                        FINISH ITS BATCH); MATCH A FOREIGN     *
042400*                        LINE INTO ITS OPEN ITEM                *
042500*****************************************************************
042600 2000-ONE-HISTORY-ROW.
042700     IF  GLHST-CO-CODE IS NOT EQUAL TO WS-PREV-CO-CODE
042800     OR  GLHST-ACCT-NO IS NOT EQUAL TO WS-PREV-ACCT-NO
042900         PERFORM 3000-SETTLE-ACCOUNT THRU 3000-EXIT
043000         IF  GLHST-CO-CODE IS NOT EQUAL TO WS-PREV-CO-CODE
043100             PERFORM 4500-FINISH-BATCH THRU 4500-EXIT
043200         END-IF
043300         MOVE GLHST-CO-CODE       TO  WS-PREV-CO-CODE
043400         MOVE GLHST-ACCT-NO       TO  WS-PREV-ACCT-NO
043500         PERFORM 2050-CHECK-IC-ACCOUNT THRU 2050-EXIT
043600     END-IF.
043700
043800     IF  GLHST-CURR-CODE IS NOT EQUAL TO WS-HOME-CURR-CODE
043900     AND GLHST-CURR-CODE IS NOT EQUAL TO SPACES
044000     AND GLHST-BOOK-CODE IS EQUAL TO SPACES
044100     AND NOT GLHST-CONVERSION-ROW
044200         PERFORM 2200-MATCH-LINE  THRU 2200-EXIT.
044300
044400     PERFORM 2100-READ-NEXT-HST   THRU 2100-EXIT.
044500 2000-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900* 2050-CHECK-IC-ACCOUNT - IS THE NEW ACCOUNT AN INTERCOMPANY    *
045000*                         DUE-TO/DUE-FROM ACCOUNT OF ITS        *
045100*                         COMPANY                               *
045200*****************************************************************
045300 2050-CHECK-IC-ACCOUNT.
045400     MOVE "N"                     TO  WS-ACCT-IC-SW.
045500     PERFORM 2060-MATCH-IC-ACCOUNT THRU 2060-EXIT
045600         VARYING WS-ICA-NDX FROM 1 BY 1
045700         UNTIL WS-ICA-NDX IS GREATER THAN WS-ICA-TBL-CNT
045800         OR    WS-ACCT-IS-IC.
045900 2050-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300* 2060-MATCH-IC-ACCOUNT - ONE TABLE ROW AGAINST THE ACCOUNT     *
046400*****************************************************************
046500 2060-MATCH-IC-ACCOUNT.
046600     IF  WS-ICA-TBL-CO-CODE (WS-ICA-NDX) IS EQUAL TO
046700             WS-PREV-CO-CODE
046800     AND WS-ICA-TBL-ACCT-NO (WS-ICA-NDX) IS EQUAL TO
046900             WS-PREV-ACCT-NO
047000         MOVE "Y"                 TO  WS-ACCT-IC-SW.
047100 2060-EXIT.
047200     EXIT.
047300
047400*****************************************************************
047500* 2100-READ-NEXT-HST - READ THE NEXT HISTORY ROW IN KEY ORDER   *
047600*****************************************************************
047700 2100-READ-NEXT-HST.
047800     READ HST-FILE NEXT RECORD
047900         AT END
048000             MOVE "10"            TO  WS-HST-STATUS.
048100 2100-EXIT.
048200     EXIT.
048300
048400*****************************************************************
048500* 2200-MATCH-LINE - FOLD ONE FOREIGN LINE INTO ITS OPEN ITEM:   *
048600*                   THE ORIGINATING SIDE IF IT IS ON THE SAME   *
048700*                   SIDE AS THE ITEM'S FIRST LINE, OTHERWISE    *
048800*                   THE SETTLING SIDE                           *
048900*****************************************************************
049000 2200-MATCH-LINE.
049100     IF  WS-ACCT-IS-IC
049200         MOVE SPACES              TO  WS-GRP-DOC-REF
049300     ELSE
049400         IF  GLHST-DOC-REF IS EQUAL TO SPACES
049500             GO TO 2200-EXIT
049600         END-IF
049700         MOVE GLHST-DOC-REF       TO  WS-GRP-DOC-REF
049800     END-IF.
049900
050000     MOVE "N"                     TO  WS-GRP-FOUND-SW.
050100     PERFORM 2250-FIND-GROUP      THRU 2250-EXIT
050200         VARYING WS-GRP-NDX FROM 1 BY 1
050300         UNTIL WS-GRP-NDX IS GREATER THAN WS-GRP-CNT
050400         OR    WS-GRP-FOUND.
050500
050600     IF  WS-GRP-FOUND
050700         SET WS-GRP-NDX DOWN BY 1
050800     ELSE
050900         IF  WS-GRP-CNT IS EQUAL TO 500
051000             DISPLAY "GLFXREAL - OPEN ITEM TABLE FULL, ACCOUNT "
051100                     WS-PREV-CO-CODE "/" WS-PREV-ACCT-NO
051200             GO TO 2200-EXIT
051300         END-IF
051400         PERFORM 2300-NEW-GROUP   THRU 2300-EXIT
051500     END-IF.
051600
051700*    A LINE AT OR BEFORE THE LAST SETTLEMENT ALREADY REALIZED
051800*    FOR THE ITEM WAS MATCHED BY AN EARLIER RUN.
051900     MOVE GLHST-PERIOD            TO  WS-HST-POS-PERIOD.
052000     MOVE GLHST-BATCH-NO          TO  WS-HST-POS-BATCH-NO.
052100     MOVE GLHST-LINE-NO           TO  WS-HST-POS-LINE-NO.
052200     IF  WS-HST-POS IS NOT GREATER THAN
052300             WS-GRP-SKIP-POS (WS-GRP-NDX)
052400         GO TO 2200-EXIT.
052500
052600     IF  WS-GRP-SIDE (WS-GRP-NDX) IS EQUAL TO SPACES
052700         MOVE GLHST-DR-CR-CODE    TO  WS-GRP-SIDE (WS-GRP-NDX).
052800
052900     MULTIPLY GLHST-FOREIGN-AMT BY GLHST-EXCH-RATE
053000         GIVING WS-LINE-HOME-AMT ROUNDED.
053100
053200     IF  GLHST-DR-CR-CODE IS EQUAL TO WS-GRP-SIDE (WS-GRP-NDX)
053300         ADD GLHST-FOREIGN-AMT
053400             TO  WS-GRP-ORIG-FGN (WS-GRP-NDX)
053500         ADD WS-LINE-HOME-AMT
053600             TO  WS-GRP-ORIG-HOME (WS-GRP-NDX)
053700     ELSE
053800         ADD GLHST-FOREIGN-AMT
053900             TO  WS-GRP-SETL-FGN (WS-GRP-NDX)
054000         ADD WS-LINE-HOME-AMT
054100             TO  WS-GRP-SETL-HOME (WS-GRP-NDX).
054200
054300     MOVE WS-HST-POS          TO  WS-GRP-LAST-POS (WS-GRP-NDX).
054400 2200-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800* 2250-FIND-GROUP - LINEAR SEARCH FOR THE LINE'S CURRENCY AND   *
054900*                   DOCUMENT REFERENCE IN THE OPEN ITEM TABLE   *
055000*****************************************************************
055100 2250-FIND-GROUP.
055200     IF  WS-GRP-CURR-CODE (WS-GRP-NDX)
055300             IS EQUAL TO GLHST-CURR-CODE
055400     AND WS-GRP-DOC-REF-T (WS-GRP-NDX)
055500             IS EQUAL TO WS-GRP-DOC-REF
055600         MOVE "Y"                 TO  WS-GRP-FOUND-SW.
055700 2250-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100* 2300-NEW-GROUP - OPEN A TABLE ENTRY FOR A NEW ITEM, PICKING   *
056200*                  UP WHERE ITS LAST REALIZED SETTLEMENT ON THE *
056300*                  MATCH FILE LEFT OFF                          *
056400*****************************************************************
056500 2300-NEW-GROUP.
056600     ADD 1                        TO  WS-GRP-CNT.
056700     MOVE WS-GRP-CNT              TO  WS-GRP-IX.
056800     SET WS-GRP-NDX               TO  WS-GRP-IX.
056900     MOVE GLHST-CURR-CODE     TO  WS-GRP-CURR-CODE (WS-GRP-NDX).
057000     MOVE WS-GRP-DOC-REF      TO  WS-GRP-DOC-REF-T (WS-GRP-NDX).
057100     MOVE SPACES              TO  WS-GRP-SIDE (WS-GRP-NDX).
057200     MOVE ZERO                TO  WS-GRP-ORIG-FGN (WS-GRP-NDX).
057300     MOVE ZERO                TO  WS-GRP-ORIG-HOME (WS-GRP-NDX).
057400     MOVE ZERO                TO  WS-GRP-SETL-FGN (WS-GRP-NDX).
057500     MOVE ZERO                TO  WS-GRP-SETL-HOME (WS-GRP-NDX).
057600     MOVE ZEROS               TO  WS-GRP-LAST-POS (WS-GRP-NDX).
057700
057800     MOVE WS-PREV-CO-CODE         TO  GLFXM-CO-CODE.
057900     MOVE WS-PREV-ACCT-NO         TO  GLFXM-ACCT-NO.
058000     MOVE GLHST-CURR-CODE         TO  GLFXM-CURR-CODE.
058100     MOVE WS-GRP-DOC-REF          TO  GLFXM-DOC-REF.
058200     READ MTC-FILE
058300         INVALID KEY
058400             MOVE "N"             TO  WS-GRP-MTC-SW (WS-GRP-NDX)
058500             MOVE ZEROS           TO  WS-GRP-SKIP-POS (WS-GRP-NDX)
058600             GO TO 2300-EXIT.
058700
058800     MOVE "Y"                     TO  WS-GRP-MTC-SW (WS-GRP-NDX).
058900     MOVE GLFXM-THRU-KEY      TO  WS-GRP-SKIP-POS (WS-GRP-NDX).
059000 2300-EXIT.
059100     EXIT.
059200
059300*****************************************************************
059400* 3000-SETTLE-ACCOUNT - REALIZE EVERY FULLY SETTLED ITEM OF THE *
059500*                       ACCOUNT JUST FINISHED AND CLEAR THE     *
059600*                       TABLE FOR THE NEXT ACCOUNT              *
059700*****************************************************************
059800 3000-SETTLE-ACCOUNT.
059900     IF  WS-GRP-CNT IS EQUAL TO ZERO
060000         GO TO 3000-EXIT.
060100
060200     PERFORM 3100-CHECK-ONE-GROUP THRU 3100-EXIT
060300         VARYING WS-GRP-NDX FROM 1 BY 1
060400         UNTIL WS-GRP-NDX IS GREATER THAN WS-GRP-CNT.
060500
060600     MOVE ZERO                    TO  WS-GRP-CNT.
060700 3000-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100* 3100-CHECK-ONE-GROUP - AN ITEM IS SETTLED WHEN ITS SETTLING   *
061200*                        FOREIGN AMOUNT EQUALS ITS ORIGINATING  *
061300*                        FOREIGN AMOUNT                         *
061400*****************************************************************
061500 3100-CHECK-ONE-GROUP.
061600     IF  WS-GRP-ORIG-FGN (WS-GRP-NDX) IS NOT GREATER THAN ZERO
061700         GO TO 3100-EXIT.
061800
061900     IF  WS-GRP-SETL-FGN (WS-GRP-NDX) IS NOT EQUAL TO
062000             WS-GRP-ORIG-FGN (WS-GRP-NDX)
062100         GO TO 3100-EXIT.
062200
062300     PERFORM 3200-REALIZE-GROUP   THRU 3200-EXIT.
062400 3100-EXIT.
062500     EXIT.
062600
062700*****************************************************************
062800* 3200-REALIZE-GROUP - THE DIFFERENCE BETWEEN THE SETTLED AND   *
062900*                      BOOKED HOME VALUES, SIGNED AS THE        *
063000*                      ADJUSTMENT TO THE ACCOUNT (POSITIVE IS A *
063100*                      DEBIT, AND A GAIN), IS PRINTED AND - IN  *
063200*                      POST MODE - JOURNALED AND RECORDED       *
063300*****************************************************************
063400 3200-REALIZE-GROUP.
063500     IF  WS-GRP-SIDE (WS-GRP-NDX) IS EQUAL TO "D"
063600         SUBTRACT WS-GRP-ORIG-HOME (WS-GRP-NDX)
063700             FROM WS-GRP-SETL-HOME (WS-GRP-NDX)
063800             GIVING WS-GAINLOSS-AMT
063900     ELSE
064000         SUBTRACT WS-GRP-SETL-HOME (WS-GRP-NDX)
064100             FROM WS-GRP-ORIG-HOME (WS-GRP-NDX)
064200             GIVING WS-GAINLOSS-AMT.
064300
064400     DIVIDE WS-GRP-ORIG-HOME (WS-GRP-NDX)
064500         BY WS-GRP-ORIG-FGN (WS-GRP-NDX)
064600         GIVING WS-ORIG-RATE ROUNDED.
064700     DIVIDE WS-GRP-SETL-HOME (WS-GRP-NDX)
064800         BY WS-GRP-SETL-FGN (WS-GRP-NDX)
064900         GIVING WS-SETL-RATE ROUNDED.
065000
065100     MOVE SPACES                  TO  WS-DETAIL-LINE.
065200     MOVE WS-PREV-CO-CODE         TO  WS-DTL-CO-CODE.
065300     MOVE WS-PREV-ACCT-NO         TO  WS-DTL-ACCT-NO.
065400     MOVE WS-GRP-CURR-CODE (WS-GRP-NDX) TO  WS-DTL-CURR-CODE.
065500     IF  WS-GRP-DOC-REF-T (WS-GRP-NDX) IS EQUAL TO SPACES
065600         MOVE "INTERCOMPANY"      TO  WS-DTL-DOC-REF
065700     ELSE
065800         MOVE WS-GRP-DOC-REF-T (WS-GRP-NDX) TO  WS-DTL-DOC-REF.
065900     MOVE WS-GRP-ORIG-FGN (WS-GRP-NDX) TO  WS-DTL-FOREIGN-AMT.
066000     MOVE WS-ORIG-RATE            TO  WS-DTL-ORIG-RATE.
066100     MOVE WS-SETL-RATE            TO  WS-DTL-SETL-RATE.
066200     MOVE WS-GAINLOSS-AMT         TO  WS-DTL-GAINLOSS.
066300     MOVE WS-DETAIL-LINE          TO  GLFXP-RECORD.
066400     WRITE GLFXP-RECORD.
066500
066600     ADD 1                        TO  WS-SETTLE-CNT.
066700     IF  WS-GAINLOSS-AMT IS GREATER THAN ZERO
066800         ADD WS-GAINLOSS-AMT      TO  WS-TOTAL-GAIN
066900     ELSE
067000         ADD WS-GAINLOSS-AMT      TO  WS-TOTAL-LOSS.
067100
067200     IF  NOT WS-POST-REALIZED
067300         GO TO 3200-EXIT.
067400
067500     IF  WS-GAINLOSS-AMT IS NOT EQUAL TO ZERO
067600         IF  NOT WS-BATCH-IS-OPEN
067700             PERFORM 4000-START-BATCH THRU 4000-EXIT
067800         END-IF
067900         PERFORM 4200-WRITE-ADJ-PAIR THRU 4200-EXIT
068000     END-IF.
068100
068200     PERFORM 5000-RECORD-MATCH    THRU 5000-EXIT.
068300 3200-EXIT.
068400     EXIT.
068500
068600*****************************************************************
068700* 4000-START-BATCH - ASSIGN THE NEXT BATCH NUMBER FOR THE       *
068800*                    COMPANY'S REALIZED FX BATCH AND RESET ITS  *
068900*                    RUNNING TOTALS                             *
069000*****************************************************************
069100 4000-START-BATCH.
069200     ADD 1                        TO  WS-NEXT-BATCH-NO.
069300     MOVE WS-NEXT-BATCH-NO        TO  WS-CUR-BATCH-NO.
069400     MOVE ZERO                    TO  WS-CUR-LINE-NO.
069500     MOVE ZERO                    TO  WS-BATCH-TOTAL-DR.
069600     MOVE ZERO                    TO  WS-BATCH-TOTAL-CR.
069700     MOVE "Y"                     TO  WS-BATCH-OPEN-SW.
069800 4000-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200* 4200-WRITE-ADJ-PAIR - WRITE THE ACCOUNT-SIDE AND REALIZED     *
070300*                       GAIN/LOSS-SIDE JOURNAL LINES FOR ONE    *
070400*                       SETTLEMENT'S DIFFERENCE                 *
070500*****************************************************************
070600 4200-WRITE-ADJ-PAIR.
070700     IF  WS-GAINLOSS-AMT IS GREATER THAN ZERO
070800         MOVE WS-GAINLOSS-AMT     TO  WS-ADJ-QTY
070900         MOVE "D"                 TO  GLJE-DR-CR-CODE
071000         MOVE WS-PREV-ACCT-NO     TO  GLJE-ACCT-NO
071100         PERFORM 4350-PUT-LINE    THRU 4350-EXIT
071200         MOVE "C"                 TO  GLJE-DR-CR-CODE
071300         MOVE WS-REALIZED-ACCT    TO  GLJE-ACCT-NO
071400         PERFORM 4350-PUT-LINE    THRU 4350-EXIT
071500     ELSE
071600         COMPUTE WS-ADJ-QTY = ZERO - WS-GAINLOSS-AMT
071700         MOVE "C"                 TO  GLJE-DR-CR-CODE
071800         MOVE WS-PREV-ACCT-NO     TO  GLJE-ACCT-NO
071900         PERFORM 4350-PUT-LINE    THRU 4350-EXIT
072000         MOVE "D"                 TO  GLJE-DR-CR-CODE
072100         MOVE WS-REALIZED-ACCT    TO  GLJE-ACCT-NO
072200         PERFORM 4350-PUT-LINE    THRU 4350-EXIT.
072300 4200-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700* 4350-PUT-LINE - APPEND ONE GENERATED JOURNAL LINE TO          *
072800*                 GLTRANIN, QUANTITY = THE DIFFERENCE AT A UNIT *
072900*                 PRICE OF ONE IN THE HOME CURRENCY, CARRYING   *
073000*                 THE ITEM'S DOCUMENT REFERENCE, AND FOLD IT    *
073100*                 INTO THE BATCH TOTALS                         *
073200*****************************************************************
073300 4350-PUT-LINE.
073400     ADD 1                        TO  WS-CUR-LINE-NO.
073500     MOVE WS-CUR-BATCH-NO         TO  GLJE-BATCH-NO.
073600     MOVE WS-CUR-LINE-NO          TO  GLJE-LINE-NO.
073700     MOVE WS-ADJ-QTY              TO  GLJE-QTY.
073800     MOVE 1                       TO  GLJE-PRICE.
073900     MOVE WS-HOME-CURR-CODE       TO  GLJE-CURR-CODE.
074000     MOVE WS-PREV-CO-CODE         TO  GLJE-CO-CODE.
074100     MOVE SPACES                  TO  GLJE-DEPT-CODE.
074200     MOVE WS-GRP-DOC-REF-T (WS-GRP-NDX) TO  GLJE-DOC-REF.
074300     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
074310     MOVE SPACES                  TO  GLJE-TAX-CODE.
074400
074433     MOVE "P"                     TO  GLPND-STATUS-SW.
074466     MOVE WS-TODAY-DATE           TO  GLPND-STATUS-DATE.
074500     WRITE GLPND-RECORD.
074600     IF  NOT WS-JE-OK
074700         DISPLAY "GLFXREAL - ERROR WRITING GLTRANIN, STATUS "
074800                 WS-JE-STATUS
074900         STOP RUN.
075000
075100     IF  GLJE-DR-CR-CODE IS EQUAL TO "D"
075200         ADD WS-ADJ-QTY           TO  WS-BATCH-TOTAL-DR
075300     ELSE
075400         ADD WS-ADJ-QTY           TO  WS-BATCH-TOTAL-CR.
075500     ADD 1                        TO  WS-LINE-CNT.
075600 4350-EXIT.
075700     EXIT.
075800
075900*****************************************************************
076000* 4500-FINISH-BATCH - WRITE THE BATCH HEADER FOR THE COMPANY    *
076100*                     JUST FINISHED, IF ANY LINES WERE          *
076200*                     GENERATED FOR IT                          *
076300*****************************************************************
076400 4500-FINISH-BATCH.
076500     IF  NOT WS-BATCH-IS-OPEN
076600         GO TO 4500-EXIT.
076700
076800     MOVE WS-CUR-BATCH-NO         TO  GLBTCH-BATCH-NO.
076900     MOVE WS-PREV-CO-CODE         TO  GLBTCH-CO-CODE.
077000     MOVE WS-TODAY-DATE           TO  GLBTCH-ENTRY-DATE.
077100     MOVE "REALIZED FX GAIN/LOSS" TO  GLBTCH-DESC.
077200     MOVE WS-BATCH-TOTAL-DR       TO  GLBTCH-TOTAL-DR.
077300     MOVE WS-BATCH-TOTAL-CR       TO  GLBTCH-TOTAL-CR.
077400
077500     IF  WS-BATCH-TOTAL-DR IS EQUAL TO WS-BATCH-TOTAL-CR
077600         MOVE "Y"                 TO  GLBTCH-BALANCED-SW
077700     ELSE
077800         MOVE "N"                 TO  GLBTCH-BALANCED-SW.
077900
078000     MOVE "N"                     TO  GLBTCH-REVERSING-SW.
078100     MOVE "N"                     TO  GLBTCH-REVERSED-SW.
078200     MOVE ZERO                    TO  GLBTCH-REVERSAL-OF-BATCH.
078300     MOVE "A"                     TO  GLBTCH-APPR-STATUS-SW.
078400     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
078500     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
078600     MOVE "FXRL"                  TO  GLBTCH-SOURCE-CODE.
078700     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
078800
078900     WRITE GLBTCH-RECORD.
079000     IF  NOT WS-BTCH-OK
079100         DISPLAY "GLFXREAL - ERROR WRITING GLBATCH, STATUS "
079200                 WS-BTCH-STATUS
079300         STOP RUN.
079400
079500     ADD 1                        TO  WS-BATCH-CNT.
079600     MOVE "N"                     TO  WS-BATCH-OPEN-SW.
079700 4500-EXIT.
079800     EXIT.
079900
080000*****************************************************************
080100* 5000-RECORD-MATCH - ADVANCE THE ITEM'S SETTLED-THROUGH KEY ON *
080200*                     THE MATCH FILE TO ITS LAST MATCHED LINE   *
080300*****************************************************************
080400 5000-RECORD-MATCH.
080500     MOVE WS-PREV-CO-CODE         TO  GLFXM-CO-CODE.
080600     MOVE WS-PREV-ACCT-NO         TO  GLFXM-ACCT-NO.
080700     MOVE WS-GRP-CURR-CODE (WS-GRP-NDX) TO  GLFXM-CURR-CODE.
080800     MOVE WS-GRP-DOC-REF-T (WS-GRP-NDX) TO  GLFXM-DOC-REF.
080900
081000     IF  WS-GRP-ON-MATCH-FILE (WS-GRP-NDX)
081100         READ MTC-FILE
081200             INVALID KEY
081300                 DISPLAY "GLFXREAL - MATCH ROW LOST FOR "
081400                         GLFXM-KEY
081500                 GO TO 5000-EXIT
081600         END-READ
081700     ELSE
081800         MOVE ZERO                TO  GLFXM-SETTLE-CNT
081900         MOVE ZERO                TO  GLFXM-REALIZED-AMT
082000     END-IF.
082100
082200     MOVE WS-GRP-LAST-POS (WS-GRP-NDX) TO  GLFXM-THRU-KEY.
082300     MOVE WS-TODAY-DATE           TO  GLFXM-SETTLED-DATE.
082400     ADD 1                        TO  GLFXM-SETTLE-CNT.
082500     ADD WS-GAINLOSS-AMT          TO  GLFXM-REALIZED-AMT.
082600
082700     IF  WS-GRP-ON-MATCH-FILE (WS-GRP-NDX)
082800         REWRITE GLFXM-RECORD
082900     ELSE
083000         WRITE GLFXM-RECORD.
083100
083200     IF  NOT WS-MTC-OK
083300         DISPLAY "GLFXREAL - ERROR UPDATING GLFXMTCH, STATUS "
083400                 WS-MTC-STATUS
083500         STOP RUN.
083600 5000-EXIT.
083700     EXIT.
083800
083900*****************************************************************
084000* 8000-PRINT-TOTALS - SETTLEMENT COUNT AND GAIN/LOSS TOTALS AT  *
084100*                     THE FOOT OF THE REGISTER                  *
084200*****************************************************************
084300 8000-PRINT-TOTALS.
084400     MOVE SPACES                  TO  GLFXP-RECORD.
084500     WRITE GLFXP-RECORD.
084600
084700     MOVE SPACES                  TO  WS-COUNT-LINE.
084800     MOVE "SETTLEMENTS REALIZED"  TO  WS-CNT-TEXT.
084900     MOVE WS-SETTLE-CNT           TO  WS-CNT-NUM.
085000     MOVE WS-COUNT-LINE           TO  GLFXP-RECORD.
085100     WRITE GLFXP-RECORD.
085200
085300     MOVE SPACES                  TO  WS-TOTAL-LINE.
085400     MOVE "TOTAL REALIZED GAIN"   TO  WS-TOT-TEXT.
085500     MOVE WS-TOTAL-GAIN           TO  WS-TOT-AMT.
085600     MOVE WS-TOTAL-LINE           TO  GLFXP-RECORD.
085700     WRITE GLFXP-RECORD.
085800
085900     MOVE "TOTAL REALIZED LOSS"   TO  WS-TOT-TEXT.
086000     MOVE WS-TOTAL-LOSS           TO  WS-TOT-AMT.
086100     MOVE WS-TOTAL-LINE           TO  GLFXP-RECORD.
086200     WRITE GLFXP-RECORD.
086300
086400     ADD WS-TOTAL-GAIN WS-TOTAL-LOSS GIVING WS-TOT-AMT.
086500     MOVE "NET REALIZED GAIN(LOSS)" TO  WS-TOT-TEXT.
086600     MOVE WS-TOTAL-LINE           TO  GLFXP-RECORD.
086700     WRITE GLFXP-RECORD.
086800 8000-EXIT.
086900     EXIT.
087000
087100*****************************************************************
087200* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
087300*****************************************************************
087400 9000-TERMINATE.
087500     CLOSE HST-FILE.
087600     CLOSE ICA-FILE.
087700     CLOSE MTC-FILE.
087800     CLOSE RPT-FILE.
087900
088000     IF  WS-POST-REALIZED
088100         CLOSE BTCH-FILE
088200         CLOSE JE-FILE.
088300
088400     DISPLAY "GLFXREAL - SETTLEMENTS REALIZED: " WS-SETTLE-CNT.
088500     DISPLAY "GLFXREAL - BATCHES GENERATED:    " WS-BATCH-CNT.
088600     DISPLAY "GLFXREAL - LINES GENERATED:      " WS-LINE-CNT.
088700 9000-EXIT.
088800     EXIT.
088900
089000 9999-EXIT.
089100     STOP RUN.
