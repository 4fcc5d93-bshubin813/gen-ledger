000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLESCHT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLESCHT  -  ESCHEATMENT OF STALE OUTSTANDING CHECKS          *
001000*                                                               *
001100*  BROWSES THE CASH-ACCOUNT ESCHEAT DESIGNATIONS (GLESDREC) IN  *
001200*  COMPANY/ACCOUNT KEY SEQUENCE.  FOR EACH ACTIVE ROW ON A      *
001300*  CASH ACCOUNT (GLCOA-CASH-ACCT-SW), THE ACCOUNT'S POSTED      *
001400*  HISTORY (GLHSTREC) IS BROWSED FOR CREDITS STILL UNMATCHED    *
001500*  TO THE BANK - OUTSTANDING CHECKS - AND EACH IS AGED, IN      *
001600*  WHOLE MONTHS FROM ITS ENTRY DATE TO THE RUN DATE, AGAINST    *
001700*  THE DORMANCY PERIOD OF THE DESIGNATION'S STATE (GLDORREC).   *
001800*  EVERY CHECK AT OR PAST DORMANCY IS LISTED ON THE UNCLAIMED-  *
001900*  PROPERTY REPORT (GLESCRPTP) WITH ITS AGE, TOTALLED BY CASH   *
002000*  ACCOUNT AND FOR THE RUN.                                     *
002100*                                                               *
002200*  THE RUN MODE ARRIVES THROUGH LINKAGE: "R" ONLY REPORTS;      *
002300*  "G" ALSO GENERATES THE RECLASS - DR THE CASH ACCOUNT, CR THE *
002400*  DESIGNATED UNCLAIMED-PROPERTY LIABILITY ACCOUNT, CARRYING    *
002500*  THE CHECK NUMBER AS DOCUMENT REFERENCE - AND FLAGS THE       *
002600*  CHECK'S HISTORY ROW ESCHEATED ("E" ON GLHST-BANK-MATCH-SW)   *
002700*  SO IT DROPS OFF THE BANK RECONCILIATION AND IS NEVER         *
002800*  RECLASSED A SECOND TIME.  ONE BATCH IS GENERATED PER COMPANY *
002900*  INTO GLESCOUT IN GLJEREC FORMAT, THE SAME WAY GLINTACR       *
003000*  WRITES GLINTOUT, WITH A BATCH HEADER ON GLBATCH - APPROVED   *
003100*  "SYSTEM", SOURCE "ESCH".                                     *
003200*                                                               *
003300*  THE RECLASS BATCH'S OWN CASH DEBITS WILL NEVER CLEAR THE     *
003400*  BANK EITHER; EVERY RUN FLAGS ANY THAT HAVE SINCE POSTED      *
003500*  ESCHEATED AS IT PASSES THEM.                                 *
003600*                                                               *
003700*---------------------------------------------------------------*
003800*  MODIFICATION HISTORY                                         *
003900*---------------------------------------------------------------*
004000*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-ISERIES.
004500 OBJECT-COMPUTER.   IBM-ISERIES.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ESD-FILE   ASSIGN TO GLESCDSG
004900         ORGANIZATION IS INDEXED
005000         ACCESS       IS DYNAMIC
005100         RECORD KEY   IS GLESD-KEY
005200         FILE STATUS  IS WS-ESD-STATUS.
005300
005400     SELECT DOR-FILE   ASSIGN TO GLDORMCY
005500         ORGANIZATION IS INDEXED
005600         ACCESS       IS DYNAMIC
005700         RECORD KEY   IS GLDOR-KEY
005800         FILE STATUS  IS WS-DOR-STATUS.
005900
006000     SELECT COA-FILE   ASSIGN TO GLCOA
006100         ORGANIZATION IS INDEXED
006200         ACCESS       IS DYNAMIC
006300         RECORD KEY   IS GLCOA-KEY
006400         FILE STATUS  IS WS-COA-STATUS.
006500
006600     SELECT HST-FILE   ASSIGN TO GLHIST
006700         ORGANIZATION IS INDEXED
006800         ACCESS       IS DYNAMIC
006900         RECORD KEY   IS GLHST-KEY
007000         FILE STATUS  IS WS-HST-STATUS.
007100
007200     SELECT BTCH-FILE  ASSIGN TO GLBATCH
007300         ORGANIZATION IS INDEXED
007400         ACCESS       IS DYNAMIC
007500         RECORD KEY   IS GLBTCH-KEY
007600         FILE STATUS  IS WS-BTCH-STATUS.
007700
007800     SELECT GEN-FILE   ASSIGN TO GLESCOUT
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS  IS WS-GEN-STATUS.
008100
008200     SELECT RPT-FILE   ASSIGN TO GLESCRPTP
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS  IS WS-RPT-STATUS.
008500
008600/
008700*****************************************************************
008800* D A T A   D I V I S I O N                                     *
008900*****************************************************************
009000 DATA DIVISION.
009100 FILE SECTION.
009200
009300 FD  ESD-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY GLESDREC.
009600
009700 FD  DOR-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY GLDORREC.
010000
010100 FD  COA-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY GLCOAREC.
010400
010500 FD  HST-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY GLHSTREC.
010800
010900 FD  BTCH-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY GLBTCHREC.
011200
011300 FD  GEN-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORDING MODE IS F.
011600     COPY GLJEREC.
011700
011800 FD  RPT-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORDING MODE IS F.
012100     COPY GLESCPRT.
012200
012300/
012400*****************************************************************
012500* W O R K I N G   S T O R A G E   S E C T I O N                 *
012600*****************************************************************
012700 WORKING-STORAGE SECTION.
012800
012900 77  WS-ESD-STATUS              PIC X(02) VALUE SPACES.
013000     88  WS-ESD-OK                       VALUE "00".
013100     88  WS-ESD-EOF                      VALUE "10".
013200
013300 77  WS-DOR-STATUS              PIC X(02) VALUE SPACES.
013400     88  WS-DOR-OK                       VALUE "00".
013500
013600 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
013700     88  WS-COA-OK                       VALUE "00".
013800
013900 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
014000     88  WS-HST-OK                       VALUE "00".
014100     88  WS-HST-EOF                      VALUE "10".
014200
014300 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
014400     88  WS-BTCH-OK                      VALUE "00".
014500
014600 77  WS-GEN-STATUS              PIC X(02) VALUE SPACES.
014700     88  WS-GEN-OK                       VALUE "00".
014800
014900 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
015000
015100 77  WS-GENERATE-SW             PIC X(01) VALUE "N".
015200     88  WS-GENERATING                   VALUE "Y".
015300
015400 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
015500     88  WS-FIRST-RECORD                 VALUE "Y".
015600
015700 77  WS-ANY-LINES-SW            PIC X(01) VALUE "N".
015800     88  WS-ANY-LINES                    VALUE "Y".
015900
016000 77  WS-PREV-CO-CODE            PIC X(03) VALUE SPACES.
016100
016200 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
016300 01  WS-TODAY-DATE-R            REDEFINES WS-TODAY-DATE.
016400     05  WS-TODAY-YY            PIC 9(04).
016500     05  WS-TODAY-MM            PIC 9(02).
016600     05  WS-TODAY-DD            PIC 9(02).
016700
016800 01  WS-ENTRY-DATE              PIC 9(08) VALUE ZERO.
016900 01  WS-ENTRY-DATE-R            REDEFINES WS-ENTRY-DATE.
017000     05  WS-ENTRY-YY            PIC 9(04).
017100     05  WS-ENTRY-MM            PIC 9(02).
017200     05  WS-ENTRY-DD            PIC 9(02).
017300
017400 77  WS-AGE-MONTHS              PIC S9(05) COMP-3 VALUE ZERO.
017500
017600 77  WS-NEXT-BATCH-NO           PIC 9(06) VALUE ZERO.
017700 77  WS-CUR-BATCH-NO            PIC 9(06) VALUE ZERO.
017800 77  WS-CUR-LINE-NO             PIC 9(04) VALUE ZERO.
017900
018000 77  WS-ADJ-QTY                 PIC S9(7)V99  COMP-3 VALUE ZERO.
018100 77  WS-SIDE-AMT                PIC S9(09)V99 COMP-3 VALUE ZERO.
018200 77  WS-REMAIN-AMT              PIC S9(09)V99 COMP-3 VALUE ZERO.
018300 77  WS-MAX-LINE-QTY            PIC S9(7)V99  COMP-3
018400                                VALUE 9999999.99.
018500 77  WS-GEN-DR-CR-CODE          PIC X(01) VALUE SPACES.
018600 77  WS-GEN-ACCT-NO             PIC 9(06) VALUE ZERO.
018700 77  WS-BATCH-TOTAL-DR          PIC S9(09)V99 COMP-3 VALUE ZERO.
018800 77  WS-BATCH-TOTAL-CR          PIC S9(09)V99 COMP-3 VALUE ZERO.
018900
019000 77  WS-ACCT-ITEM-CNT           PIC 9(07) BINARY VALUE ZERO.
019100 77  WS-ACCT-ITEM-AMT           PIC S9(09)V99 COMP-3 VALUE ZERO.
019200 77  WS-RUN-ITEM-CNT            PIC 9(07) BINARY VALUE ZERO.
019300 77  WS-RUN-ITEM-AMT            PIC S9(11)V99 COMP-3 VALUE ZERO.
019400
019500 77  WS-BATCH-CNT               PIC 9(07) BINARY VALUE ZERO.
019600 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
019700 77  WS-SKIP-CNT                PIC 9(07) BINARY VALUE ZERO.
019800 77  WS-RECLASS-FLAG-CNT        PIC 9(07) BINARY VALUE ZERO.
019900
020000 01  WS-TITLE-LINE.
020100     05  FILLER                 PIC X(35)
020200             VALUE "UNCLAIMED-PROPERTY (ESCHEATMENT) RE".
020300     05  FILLER                 PIC X(13)
020400             VALUE "PORT AS OF   ".
020500     05  WS-TTL-DATE            PIC 9(08).
020600     05  FILLER                 PIC X(02) VALUE SPACES.
020700     05  WS-TTL-MODE            PIC X(14).
020800
020900 01  WS-ACCT-HDG-LINE.
021000     05  FILLER                 PIC X(13) VALUE "CASH ACCOUNT ".
021100     05  WS-HDG-CO-CODE         PIC X(03).
021200     05  FILLER                 PIC X(01) VALUE "/".
021300     05  WS-HDG-ACCT-NO         PIC 9(06).
021400     05  FILLER                 PIC X(02) VALUE SPACES.
021500     05  WS-HDG-DESC            PIC X(30).
021600     05  FILLER                 PIC X(02) VALUE SPACES.
021700     05  WS-HDG-STATE           PIC X(02).
021800     05  FILLER                 PIC X(01) VALUE SPACES.
021900     05  WS-HDG-MONTHS          PIC ZZ9.
022000     05  FILLER                 PIC X(04) VALUE " MOS".
022100
022200 01  WS-COL-HDG-LINE.
022300     05  FILLER                 PIC X(40)
022400             VALUE "  CHECK NO        ENTRY DATE BATCH  LINE".
022500     05  FILLER                 PIC X(38)
022600             VALUE "  AGE MOS        AMOUNT  ACTION".
022700
022800 01  WS-ITEM-LINE.
022900     05  FILLER                 PIC X(02) VALUE SPACES.
023000     05  WS-ITM-CHECK-NO        PIC X(15).
023100     05  FILLER                 PIC X(02) VALUE SPACES.
023200     05  WS-ITM-DATE            PIC 9(08).
023300     05  FILLER                 PIC X(03) VALUE SPACES.
023400     05  WS-ITM-BATCH-NO        PIC 9(06).
023500     05  FILLER                 PIC X(01) VALUE SPACES.
023600     05  WS-ITM-LINE-NO         PIC 9(04).
023700     05  FILLER                 PIC X(04) VALUE SPACES.
023800     05  WS-ITM-AGE             PIC ZZZ9.
023900     05  FILLER                 PIC X(02) VALUE SPACES.
024000     05  WS-ITM-AMOUNT          PIC -(9)9.99.
024100     05  FILLER                 PIC X(02) VALUE SPACES.
024200     05  WS-ITM-ACTION          PIC X(09).
024300
024400 01  WS-TOTAL-LINE.
024500     05  FILLER                 PIC X(02) VALUE SPACES.
024600     05  WS-TOT-LABEL           PIC X(24).
024700     05  WS-TOT-COUNT           PIC Z(06)9.
024800     05  WS-TOT-TEXT            PIC X(08).
024900     05  WS-TOT-AMOUNT          PIC -(11)9.99.
025000
025100/
025200****************************************************************
025300* L I N K A G E   S E C T I O N                                *
025400*                                                               *
025500* WS-RUN-MODE "G" GENERATES THE RECLASS BATCH AND FLAGS THE     *
025600* HISTORY; ANY OTHER VALUE ONLY PRINTS THE REPORT.              *
025700****************************************************************
025800 LINKAGE SECTION.
025900 01  WS-RUN-MODE                PIC X(01).
026000/
026100*****************************************************************
026200* P R O C E D U R E   D I V I S I O N                           *
026300*****************************************************************
026400 PROCEDURE DIVISION      USING WS-RUN-MODE.
026500
026600*****************************************************************
026700* 0000-MAINLINE                                                 *
026800*****************************************************************
026900 0000-MAINLINE.
027000     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
027100     PERFORM 2000-ONE-DESIGNATION     THRU 2000-EXIT
027200         UNTIL WS-ESD-EOF.
027300     IF  NOT WS-FIRST-RECORD
027400         PERFORM 2500-FINISH-BATCH    THRU 2500-EXIT.
027500     PERFORM 8000-PRINT-RUN-TOTAL     THRU 8000-EXIT.
027600     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
027700     GO TO 9999-EXIT.
027800
027900*****************************************************************
028000* 1000-INITIALIZE - OPEN THE FILES, DETERMINE THE NEXT BATCH    *
028100*                   NUMBER, PRINT THE REPORT TITLE AND          *
028200*                   POSITION AT THE FIRST DESIGNATION ROW       *
028300*****************************************************************
028400 1000-INITIALIZE.
028500     IF  WS-RUN-MODE IS EQUAL TO "G"
028600         MOVE "Y"                 TO  WS-GENERATE-SW.
028700
028800     OPEN INPUT  ESD-FILE.
028900     OPEN INPUT  DOR-FILE.
029000     OPEN INPUT  COA-FILE.
029100     OPEN I-O    HST-FILE.
029200     OPEN I-O    BTCH-FILE.
029300     OPEN OUTPUT GEN-FILE.
029400     OPEN OUTPUT RPT-FILE.
029500
029600     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
029700
029800     PERFORM 1100-FIND-NEXT-BATCH-NO THRU 1100-EXIT.
029900
030000     MOVE WS-TODAY-DATE           TO  WS-TTL-DATE.
030100     IF  WS-GENERATING
030200         MOVE "RECLASS RUN"       TO  WS-TTL-MODE
030300     ELSE
030400         MOVE "REPORT ONLY"       TO  WS-TTL-MODE.
030500     MOVE WS-TITLE-LINE           TO  GLESCP-RECORD.
030600     WRITE GLESCP-RECORD.
030700
030800     MOVE LOW-VALUES              TO  GLESD-KEY.
030900     START ESD-FILE
031000         KEY IS NOT LESS THAN GLESD-KEY
031100         INVALID KEY
031200             MOVE "10"            TO  WS-ESD-STATUS.
031300
031400     IF  WS-ESD-OK
031500         PERFORM 2100-READ-NEXT-ESD THRU 2100-EXIT.
031600 1000-EXIT.
031700     EXIT.
031800
031900*****************************************************************
032000* 1100-FIND-NEXT-BATCH-NO - THE HIGHEST EXISTING BATCH NUMBER,  *
032100*                           PLUS ONE, IS WHERE THIS RUN BEGINS  *
032200*                           ASSIGNING RECLASS BATCHES           *
032300*****************************************************************
032400 1100-FIND-NEXT-BATCH-NO.
032500     MOVE HIGH-VALUES             TO  GLBTCH-KEY.
032600     START BTCH-FILE
032700         KEY IS NOT GREATER THAN GLBTCH-KEY
032800         INVALID KEY
032900             MOVE ZERO            TO  WS-NEXT-BATCH-NO
033000             GO TO 1100-EXIT.
033100
033200     READ BTCH-FILE PREVIOUS RECORD
033300         AT END
033400             MOVE ZERO            TO  WS-NEXT-BATCH-NO
033500             GO TO 1100-EXIT.
033600
033700     MOVE GLBTCH-BATCH-NO         TO  WS-NEXT-BATCH-NO.
033800 1100-EXIT.
033900     EXIT.
034000
034100*****************************************************************
034200* 2000-ONE-DESIGNATION - ON EVERY COMPANY BREAK, FINISH THE     *
034300*                        PRIOR COMPANY'S BATCH AND START A NEW  *
034400*                        ONE; AGE THE ACCOUNT IF THE ROW IS     *
034500*                        ACTIVE                                 *
034600*****************************************************************
034700 2000-ONE-DESIGNATION.
034800     IF  WS-FIRST-RECORD
034900         MOVE GLESD-CO-CODE       TO  WS-PREV-CO-CODE
035000         PERFORM 2600-START-NEW-BATCH THRU 2600-EXIT
035100         MOVE "N"                 TO  WS-FIRST-REC-SW.
035200
035300     IF  GLESD-CO-CODE IS NOT EQUAL TO WS-PREV-CO-CODE
035400         PERFORM 2500-FINISH-BATCH THRU 2500-EXIT
035500         MOVE GLESD-CO-CODE       TO  WS-PREV-CO-CODE
035600         PERFORM 2600-START-NEW-BATCH THRU 2600-EXIT.
035700
035800     IF  GLESD-IS-ACTIVE
035900         PERFORM 3000-AGE-ONE-ACCOUNT THRU 3000-EXIT.
036000
036100     PERFORM 2100-READ-NEXT-ESD   THRU 2100-EXIT.
036200 2000-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600* 2100-READ-NEXT-ESD - READ THE NEXT DESIGNATION ROW IN KEY     *
036700*                      SEQUENCE                                 *
036800*****************************************************************
036900 2100-READ-NEXT-ESD.
037000     READ ESD-FILE NEXT RECORD
037100         AT END
037200             MOVE "10"            TO  WS-ESD-STATUS.
037300 2100-EXIT.
037400     EXIT.
037500
037600*****************************************************************
037700* 2500-FINISH-BATCH - WRITE THE BATCH HEADER FOR THE COMPANY    *
037800*                     JUST FINISHED, IF IT RECLASSED ANYTHING   *
037900*****************************************************************
038000 2500-FINISH-BATCH.
038100     IF  NOT WS-ANY-LINES
038200         GO TO 2500-EXIT.
038300
038400     MOVE WS-CUR-BATCH-NO         TO  GLBTCH-BATCH-NO.
038500     MOVE WS-PREV-CO-CODE         TO  GLBTCH-CO-CODE.
038600     MOVE WS-TODAY-DATE           TO  GLBTCH-ENTRY-DATE.
038700     MOVE "UNCLAIMED PROPERTY RECLASS" TO GLBTCH-DESC.
038800     MOVE WS-BATCH-TOTAL-DR       TO  GLBTCH-TOTAL-DR.
038900     MOVE WS-BATCH-TOTAL-CR       TO  GLBTCH-TOTAL-CR.
039000
039100     IF  WS-BATCH-TOTAL-DR IS EQUAL TO WS-BATCH-TOTAL-CR
039200         MOVE "Y"                 TO  GLBTCH-BALANCED-SW
039300     ELSE
039400         MOVE "N"                 TO  GLBTCH-BALANCED-SW.
039500
039600     MOVE "N"                     TO  GLBTCH-REVERSING-SW.
039700     MOVE "N"                     TO  GLBTCH-REVERSED-SW.
039800     MOVE ZERO                    TO  GLBTCH-REVERSAL-OF-BATCH.
039900     MOVE "A"                     TO  GLBTCH-APPR-STATUS-SW.
040000     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
040100     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
040200     MOVE "ESCH"                  TO  GLBTCH-SOURCE-CODE.
040250     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
040300
040400     WRITE GLBTCH-RECORD.
040500     IF  NOT WS-BTCH-OK
040600         DISPLAY "GLESCHT - ERROR WRITING GLBATCH, STATUS "
040700                 WS-BTCH-STATUS
040800         STOP RUN.
040900     ADD 1                        TO  WS-BATCH-CNT.
041000 2500-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400* 2600-START-NEW-BATCH - ASSIGN THE NEXT BATCH NUMBER AND       *
041500*                        RESET THE RUNNING TOTALS FOR IT        *
041600*****************************************************************
041700 2600-START-NEW-BATCH.
041800     ADD 1                        TO  WS-NEXT-BATCH-NO.
041900     MOVE WS-NEXT-BATCH-NO        TO  WS-CUR-BATCH-NO.
042000     MOVE ZERO                    TO  WS-CUR-LINE-NO.
042100     MOVE ZERO                    TO  WS-BATCH-TOTAL-DR.
042200     MOVE ZERO                    TO  WS-BATCH-TOTAL-CR.
042300     MOVE "N"                     TO  WS-ANY-LINES-SW.
042400 2600-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800* 2700-PUT-GEN-LINES - ONE SIDE OF A CHECK'S RECLASS, SPLIT     *
042900*                      ACROSS AS MANY GENERATED LINES AS THE    *
043000*                      JOURNAL LINE'S QUANTITY FIELD NEEDS      *
043100*****************************************************************
043200 2700-PUT-GEN-LINES.
043300     MOVE WS-SIDE-AMT             TO  WS-REMAIN-AMT.
043400     PERFORM 2750-PUT-ONE-PIECE   THRU 2750-EXIT
043500         UNTIL WS-REMAIN-AMT IS NOT GREATER THAN ZERO.
043600 2700-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000* 2750-PUT-ONE-PIECE - WRITE ONE GENERATED JOURNAL LINE,        *
044100*                      QUANTITY = THE NEXT PIECE OF THE SIDE'S  *
044200*                      AMOUNT AT A UNIT PRICE OF ONE, CARRYING  *
044300*                      THE CHECK NUMBER                         *
044400*****************************************************************
044500 2750-PUT-ONE-PIECE.
044600     IF  WS-REMAIN-AMT IS GREATER THAN WS-MAX-LINE-QTY
044700         MOVE WS-MAX-LINE-QTY     TO  WS-ADJ-QTY
044800     ELSE
044900         MOVE WS-REMAIN-AMT       TO  WS-ADJ-QTY.
045000     SUBTRACT WS-ADJ-QTY          FROM WS-REMAIN-AMT.
045100
045200     ADD 1                        TO  WS-CUR-LINE-NO.
045300     MOVE WS-CUR-BATCH-NO         TO  GLJE-BATCH-NO.
045400     MOVE WS-CUR-LINE-NO          TO  GLJE-LINE-NO.
045500     MOVE WS-GEN-ACCT-NO          TO  GLJE-ACCT-NO.
045600     MOVE WS-GEN-DR-CR-CODE       TO  GLJE-DR-CR-CODE.
045700     MOVE WS-ADJ-QTY              TO  GLJE-QTY.
045800     MOVE 1                       TO  GLJE-PRICE.
045900     MOVE SPACES                  TO  GLJE-CURR-CODE.
046000     MOVE GLESD-CO-CODE           TO  GLJE-CO-CODE.
046100     MOVE GLHST-DEPT-CODE         TO  GLJE-DEPT-CODE.
046200     MOVE GLHST-DOC-REF           TO  GLJE-DOC-REF.
046210     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
046220     MOVE SPACES                  TO  GLJE-TAX-CODE.
046300
046400     WRITE GLJE-RECORD.
046500     IF  NOT WS-GEN-OK
046600         DISPLAY "GLESCHT - ERROR WRITING GLESCOUT, STATUS "
046700                 WS-GEN-STATUS
046800         STOP RUN.
046900
047000     IF  WS-GEN-DR-CR-CODE IS EQUAL TO "D"
047100         ADD WS-ADJ-QTY           TO  WS-BATCH-TOTAL-DR
047200     ELSE
047300         ADD WS-ADJ-QTY           TO  WS-BATCH-TOTAL-CR.
047400
047500     MOVE "Y"                     TO  WS-ANY-LINES-SW.
047600     ADD 1                        TO  WS-LINE-CNT.
047700 2750-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100* 3000-AGE-ONE-ACCOUNT - CHECK THE DESIGNATION AGAINST THE      *
048200*                        CHART AND THE DORMANCY TABLE, THEN     *
048300*                        AGE THE ACCOUNT'S OUTSTANDING CHECKS   *
048400*****************************************************************
048500 3000-AGE-ONE-ACCOUNT.
048600     MOVE GLESD-CO-CODE           TO  GLCOA-CO-CODE.
048700     MOVE GLESD-ACCT-NO           TO  GLCOA-ACCT-NO.
048800     READ COA-FILE
048900         INVALID KEY
049000             DISPLAY "GLESCHT - ACCOUNT NOT ON FILE, "
049100                     GLESD-CO-CODE " " GLESD-ACCT-NO " SKIPPED"
049200             ADD 1                TO  WS-SKIP-CNT
049300             GO TO 3000-EXIT.
049400
049500     IF  NOT GLCOA-IS-CASH-ACCT
049600         DISPLAY "GLESCHT - NOT A CASH ACCOUNT, "
049700                 GLESD-CO-CODE " " GLESD-ACCT-NO " SKIPPED"
049800         ADD 1                    TO  WS-SKIP-CNT
049900         GO TO 3000-EXIT.
050000
050100     MOVE GLESD-STATE-CODE        TO  GLDOR-STATE-CODE.
050200     READ DOR-FILE
050300         INVALID KEY
050400             DISPLAY "GLESCHT - NO DORMANCY PERIOD FOR STATE "
050500                     GLESD-STATE-CODE ", "
050600                     GLESD-CO-CODE " " GLESD-ACCT-NO " SKIPPED"
050700             ADD 1                TO  WS-SKIP-CNT
050800             GO TO 3000-EXIT.
050900
051000     MOVE ZERO                    TO  WS-ACCT-ITEM-CNT.
051100     MOVE ZERO                    TO  WS-ACCT-ITEM-AMT.
051200
051300     MOVE SPACES                  TO  GLESCP-RECORD.
051400     WRITE GLESCP-RECORD.
051500     MOVE GLESD-CO-CODE           TO  WS-HDG-CO-CODE.
051600     MOVE GLESD-ACCT-NO           TO  WS-HDG-ACCT-NO.
051700     MOVE GLCOA-DESC              TO  WS-HDG-DESC.
051800     MOVE GLESD-STATE-CODE        TO  WS-HDG-STATE.
051900     MOVE GLDOR-DORMANCY-MONTHS   TO  WS-HDG-MONTHS.
052000     MOVE WS-ACCT-HDG-LINE        TO  GLESCP-RECORD.
052100     WRITE GLESCP-RECORD.
052200     MOVE WS-COL-HDG-LINE         TO  GLESCP-RECORD.
052300     WRITE GLESCP-RECORD.
052400
052500     MOVE SPACES                  TO  WS-HST-STATUS.
052600     MOVE GLESD-CO-CODE           TO  GLHST-CO-CODE.
052700     MOVE GLESD-ACCT-NO           TO  GLHST-ACCT-NO.
052800     MOVE ZERO                    TO  GLHST-PERIOD.
052900     MOVE ZERO                    TO  GLHST-BATCH-NO.
053000     MOVE ZERO                    TO  GLHST-LINE-NO.
053100     START HST-FILE
053200         KEY IS NOT LESS THAN GLHST-KEY
053300         INVALID KEY
053400             MOVE "10"            TO  WS-HST-STATUS.
053500
053600     PERFORM 3100-ONE-HISTORY-ROW THRU 3100-EXIT
053700         UNTIL WS-HST-EOF.
053800
053900     MOVE SPACES                  TO  WS-TOTAL-LINE.
054000     MOVE "ACCOUNT TOTAL"         TO  WS-TOT-LABEL.
054100     MOVE WS-ACCT-ITEM-CNT        TO  WS-TOT-COUNT.
054200     MOVE " CHECKS "              TO  WS-TOT-TEXT.
054300     MOVE WS-ACCT-ITEM-AMT        TO  WS-TOT-AMOUNT.
054400     MOVE WS-TOTAL-LINE           TO  GLESCP-RECORD.
054500     WRITE GLESCP-RECORD.
054600
054700     ADD WS-ACCT-ITEM-CNT         TO  WS-RUN-ITEM-CNT.
054800     ADD WS-ACCT-ITEM-AMT         TO  WS-RUN-ITEM-AMT.
054900 3000-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300* 3100-ONE-HISTORY-ROW - AGE ONE POSTED TRANSACTION; READING    *
055400*                        PAST THE CASH ACCOUNT ENDS THE BROWSE  *
055500*****************************************************************
055600 3100-ONE-HISTORY-ROW.
055700     READ HST-FILE NEXT RECORD
055800         AT END
055900             MOVE "10"            TO  WS-HST-STATUS
056000             GO TO 3100-EXIT.
056100
056200     IF  GLHST-CO-CODE IS NOT EQUAL TO GLESD-CO-CODE
056300     OR  GLHST-ACCT-NO IS NOT EQUAL TO GLESD-ACCT-NO
056400         MOVE "10"                TO  WS-HST-STATUS
056500         GO TO 3100-EXIT.
056600
056700     IF  GLHST-BANK-MATCHED
056800         GO TO 3100-EXIT.
056825
056850     IF  GLHST-BOOK-CODE IS NOT EQUAL TO SPACES
056875         GO TO 3100-EXIT.
056900
057000     IF  GLHST-DR-CR-CODE IS EQUAL TO "D"
057100         PERFORM 3300-CHECK-RECLASS-LINE THRU 3300-EXIT
057200         GO TO 3100-EXIT.
057300
057400*
057500* AGE IN WHOLE MONTHS - A MONTH ONLY COUNTS ONCE THE DAY OF
057600* THE MONTH HAS COME ROUND AGAIN.
057700*
057800     MOVE GLHST-ENTRY-DATE        TO  WS-ENTRY-DATE.
057900     COMPUTE WS-AGE-MONTHS =
058000         ((WS-TODAY-YY * 12) + WS-TODAY-MM)
058100       - ((WS-ENTRY-YY * 12) + WS-ENTRY-MM).
058200     IF  WS-ENTRY-DD IS GREATER THAN WS-TODAY-DD
058300         SUBTRACT 1               FROM WS-AGE-MONTHS.
058400
058500     IF  WS-AGE-MONTHS IS LESS THAN GLDOR-DORMANCY-MONTHS
058600         GO TO 3100-EXIT.
058700
058800     ADD 1                        TO  WS-ACCT-ITEM-CNT.
058900     ADD GLHST-EXT-AMT            TO  WS-ACCT-ITEM-AMT.
059000
059100     MOVE SPACES                  TO  WS-ITEM-LINE.
059200     MOVE GLHST-DOC-REF           TO  WS-ITM-CHECK-NO.
059300     MOVE GLHST-ENTRY-DATE        TO  WS-ITM-DATE.
059400     MOVE GLHST-BATCH-NO          TO  WS-ITM-BATCH-NO.
059500     MOVE GLHST-LINE-NO           TO  WS-ITM-LINE-NO.
059600     MOVE WS-AGE-MONTHS           TO  WS-ITM-AGE.
059700     MOVE GLHST-EXT-AMT           TO  WS-ITM-AMOUNT.
059800     IF  WS-GENERATING
059900         MOVE "RECLASSED"         TO  WS-ITM-ACTION
060000     ELSE
060100         MOVE "DORMANT"           TO  WS-ITM-ACTION.
060200     MOVE WS-ITEM-LINE            TO  GLESCP-RECORD.
060300     WRITE GLESCP-RECORD.
060400
060500     IF  WS-GENERATING
060600         PERFORM 3200-RECLASS-ONE-CHECK THRU 3200-EXIT.
060700 3100-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100* 3200-RECLASS-ONE-CHECK - DR THE CASH ACCOUNT, CR THE          *
061200*                          UNCLAIMED-PROPERTY LIABILITY, AND    *
061300*                          FLAG THE CHECK'S HISTORY ROW         *
061400*                          ESCHEATED                            *
061500*****************************************************************
061600 3200-RECLASS-ONE-CHECK.
061700     MOVE GLHST-EXT-AMT           TO  WS-SIDE-AMT.
061800
061900     MOVE "D"                     TO  WS-GEN-DR-CR-CODE.
062000     MOVE GLESD-ACCT-NO           TO  WS-GEN-ACCT-NO.
062100     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
062200
062300     MOVE "C"                     TO  WS-GEN-DR-CR-CODE.
062400     MOVE GLESD-LIAB-ACCT-NO      TO  WS-GEN-ACCT-NO.
062500     PERFORM 2700-PUT-GEN-LINES   THRU 2700-EXIT.
062600
062700     MOVE "E"                     TO  GLHST-BANK-MATCH-SW.
062800     REWRITE GLHST-RECORD.
062900     IF  NOT WS-HST-OK
063000         DISPLAY "GLESCHT - ERROR REWRITING GLHIST, STATUS "
063100                 WS-HST-STATUS
063200         STOP RUN.
063300 3200-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700* 3300-CHECK-RECLASS-LINE - AN UNMATCHED CASH DEBIT POSTED BY   *
063800*                           AN EARLIER RECLASS BATCH (SOURCE    *
063900*                           "ESCH") WILL NEVER CLEAR THE BANK - *
064000*                           FLAG IT ESCHEATED AS WELL           *
064100*****************************************************************
064200 3300-CHECK-RECLASS-LINE.
064300     MOVE GLHST-BATCH-NO          TO  GLBTCH-BATCH-NO.
064400     READ BTCH-FILE
064500         INVALID KEY
064600             GO TO 3300-EXIT.
064700
064800     IF  GLBTCH-SOURCE-CODE IS NOT EQUAL TO "ESCH"
064900         GO TO 3300-EXIT.
065000
065100     MOVE "E"                     TO  GLHST-BANK-MATCH-SW.
065200     REWRITE GLHST-RECORD.
065300     IF  NOT WS-HST-OK
065400         DISPLAY "GLESCHT - ERROR REWRITING GLHIST, STATUS "
065500                 WS-HST-STATUS
065600         STOP RUN.
065700     ADD 1                        TO  WS-RECLASS-FLAG-CNT.
065800 3300-EXIT.
065900     EXIT.
066000
066100*****************************************************************
066200* 8000-PRINT-RUN-TOTAL - THE WHOLE RUN'S DORMANT CHECKS         *
066300*****************************************************************
066400 8000-PRINT-RUN-TOTAL.
066500     MOVE SPACES                  TO  GLESCP-RECORD.
066600     WRITE GLESCP-RECORD.
066700
066800     MOVE SPACES                  TO  WS-TOTAL-LINE.
066900     MOVE "RUN TOTAL"             TO  WS-TOT-LABEL.
067000     MOVE WS-RUN-ITEM-CNT         TO  WS-TOT-COUNT.
067100     MOVE " CHECKS "              TO  WS-TOT-TEXT.
067200     MOVE WS-RUN-ITEM-AMT         TO  WS-TOT-AMOUNT.
067300     MOVE WS-TOTAL-LINE           TO  GLESCP-RECORD.
067400     WRITE GLESCP-RECORD.
067500 8000-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
068000*****************************************************************
068100 9000-TERMINATE.
068200     CLOSE ESD-FILE.
068300     CLOSE DOR-FILE.
068400     CLOSE COA-FILE.
068500     CLOSE HST-FILE.
068600     CLOSE BTCH-FILE.
068700     CLOSE GEN-FILE.
068800     CLOSE RPT-FILE.
068900
069000     DISPLAY "GLESCHT - DORMANT CHECKS:      " WS-RUN-ITEM-CNT.
069100     DISPLAY "GLESCHT - BATCHES GENERATED:   " WS-BATCH-CNT.
069200     DISPLAY "GLESCHT - LINES GENERATED:     " WS-LINE-CNT.
069300     DISPLAY "GLESCHT - RECLASS LINES FLAGGED: "
069400             WS-RECLASS-FLAG-CNT.
069500     DISPLAY "GLESCHT - ACCOUNTS SKIPPED:    " WS-SKIP-CNT.
069600 9000-EXIT.
069700     EXIT.
069800
069900 9999-EXIT.
070000     STOP RUN.
