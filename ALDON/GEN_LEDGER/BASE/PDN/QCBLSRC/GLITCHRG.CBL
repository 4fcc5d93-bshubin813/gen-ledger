000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLITCHRG.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLITCHRG  -  IT STORAGE AND JOURNALING CHARGE-BACK           *
001000*                                                               *
001100*  THE MONTHLY CHARGE-BACK RUN.  EVERY PHYSICAL FILE ON THE     *
001200*  ANALYZER'S LIVE ATTRIBUTE FILE (ANZFILL2) IS PRICED FOR ITS  *
001300*  STORAGE - RECORDS TIMES RECORD LENGTH, IN MEGABYTES, AT THE  *
001400*  RATE IN EFFECT ON GLITRATE (GLITRREC) - PLUS THE JOURNALING  *
001500*  SURCHARGE WHEN THE FILE IS JOURNALED.  LOGICAL FILES ARE NOT *
001600*  PRICED; THEIR DATA IS THE PHYSICAL FILE'S.                   *
001700*                                                               *
001800*  EACH FILE IS CHARGED TO THE COMPANY, DEPARTMENT AND IT       *
001900*  EXPENSE ACCOUNT ON ITS OWNER ROW (GLITOREC) - THE ROW FOR    *
002000*  THE FILE ITSELF, ELSE ITS LIBRARY'S DEFAULT ROW.  A FILE     *
002100*  WITH NO OWNER, OR WHOSE OWNER NAMES AN ACCOUNT OR DEPARTMENT *
002200*  THE LEDGER WOULD REJECT, IS LISTED WITH ITS REASON AND NOT   *
002300*  CHARGED.                                                     *
002400*                                                               *
002500*  THE CHARGES ARE SORTED BY COMPANY, DEPARTMENT AND ACCOUNT    *
002600*  AND WRITTEN TO GLITFEED IN THE INTERFACE FEED FORMAT         *
002700*  (GLFDREC): ONE GROUP PER COMPANY, A DEBIT LINE PER           *
002800*  DEPARTMENT AND EXPENSE ACCOUNT AND ONE CREDIT LINE TO THE    *
002900*  IT RECOVERY ACCOUNT, CLOSED BY A TRAILER CARRYING THE DETAIL *
003000*  COUNT AND HASH TOTALS.  THE FEED IS LOADED BY GLFDLOAD,      *
003100*  WHICH PROVES IT AGAINST THE TRAILERS BEFORE ANYTHING IS      *
003200*  BOOKED.                                                      *
003300*                                                               *
003400*  THE REPORT LISTS EVERY CHARGED FILE UNDER ITS DEPARTMENT     *
003500*  WITH ITS SIZE, STORAGE CHARGE AND SURCHARGE, SO EACH FEED    *
003600*  LINE IS BACKED BY THE FILES THAT MAKE IT UP.                 *
003700*                                                               *
003800*---------------------------------------------------------------*
003900*  MODIFICATION HISTORY                                         *
004000*---------------------------------------------------------------*
004100*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-ISERIES.
004600 OBJECT-COMPUTER.   IBM-ISERIES.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ATR-FILE   ASSIGN TO ANZFILL2
005000         ORGANIZATION IS INDEXED
005100         ACCESS       IS DYNAMIC
005200         RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY OF ATR-REC
005300         FILE STATUS  IS WS-ATR-STATUS.
005400
005500     SELECT OWN-FILE   ASSIGN TO GLITOWN
005600         ORGANIZATION IS INDEXED
005700         ACCESS       IS DYNAMIC
005800         RECORD KEY   IS GLITO-KEY
005900         FILE STATUS  IS WS-OWN-STATUS.
006000
006100     SELECT RAT-FILE   ASSIGN TO GLITRATE
006200         ORGANIZATION IS INDEXED
006300         ACCESS       IS DYNAMIC
006400         RECORD KEY   IS GLITR-KEY
006500         FILE STATUS  IS WS-RAT-STATUS.
006600
006700     SELECT COA-FILE   ASSIGN TO GLCOA
006800         ORGANIZATION IS INDEXED
006900         ACCESS       IS DYNAMIC
007000         RECORD KEY   IS GLCOA-KEY
007100         FILE STATUS  IS WS-COA-STATUS.
007200
007300     SELECT DEP-FILE   ASSIGN TO GLDEPT
007400         ORGANIZATION IS INDEXED
007500         ACCESS       IS DYNAMIC
007600         RECORD KEY   IS GLDEP-KEY
007700         FILE STATUS  IS WS-DEP-STATUS.
007800
007900     SELECT SRC-FILE   ASSIGN TO GLSRCCDE
008000         ORGANIZATION IS INDEXED
008100         ACCESS       IS DYNAMIC
008200         RECORD KEY   IS GLSRC-KEY
008300         FILE STATUS  IS WS-SRC-STATUS.
008400
008500     SELECT FEED-FILE  ASSIGN TO GLITFEED
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS  IS WS-FEED-STATUS.
008800
008900     SELECT RPT-FILE   ASSIGN TO GLITCHRP
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS  IS WS-RPT-STATUS.
009200
009300     SELECT SORT-FILE  ASSIGN TO GLITCSRT.
009400
009500/
009600*****************************************************************
009700* D A T A   D I V I S I O N                                     *
009800*****************************************************************
009900 DATA DIVISION.
010000 FILE SECTION.
010100
010200 FD  ATR-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  ATR-REC.
010500     COPY DDS-ALL-FORMATS OF ANZFILL2.
010600
010700 FD  OWN-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY GLITOREC.
011000
011100 FD  RAT-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY GLITRREC.
011400
011500 FD  COA-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY GLCOAREC.
011800
011900 FD  DEP-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY GLDEPREC.
012200
012300 FD  SRC-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY GLSRCREC.
012600
012700 FD  FEED-FILE
012800     LABEL RECORDS ARE STANDARD
012900     RECORDING MODE IS F.
013000     COPY GLFDREC.
013100
013200 FD  RPT-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORDING MODE IS F.
013500     COPY GLITCPRT.
013600
013700*
013800* ONE CHARGED PHYSICAL FILE, IN THE ORDER ITS FEED LINE AND
013900* REPORT LINES ARE WRITTEN.
014000*
014100 SD  SORT-FILE.
014200 01  SRT-RECORD.
014300     05  SRT-KEY.
014400         10  SRT-CO-CODE            PIC X(03).
014500         10  SRT-DEPT-CODE          PIC X(04).
014600         10  SRT-EXP-ACCT-NO        PIC 9(06).
014700         10  SRT-LIB                PIC X(10).
014800         10  SRT-FILE               PIC X(10).
014900     05  SRT-RECS                   PIC S9(10)     COMP-3.
015000     05  SRT-RECLEN                 PIC S9(05)     COMP-3.
015100     05  SRT-MB                     PIC S9(09)V9(4) COMP-3.
015200     05  SRT-JRN                    PIC X(01).
015300     05  SRT-STG-AMT                PIC S9(09)V99  COMP-3.
015400     05  SRT-JRN-AMT                PIC S9(09)V99  COMP-3.
015500
015600/
015700*****************************************************************
015800* W O R K I N G   S T O R A G E   S E C T I O N                 *
015900*****************************************************************
016000 WORKING-STORAGE SECTION.
016100
016200 77  WS-ATR-STATUS              PIC X(02) VALUE SPACES.
016300     88  WS-ATR-OK                       VALUE "00".
016400     88  WS-ATR-EOF                      VALUE "10".
016500
016600 77  WS-OWN-STATUS              PIC X(02) VALUE SPACES.
016700     88  WS-OWN-OK                       VALUE "00".
016800
016900 77  WS-RAT-STATUS              PIC X(02) VALUE SPACES.
017000     88  WS-RAT-OK                       VALUE "00".
017100
017200 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
017300     88  WS-COA-OK                       VALUE "00".
017400
017500 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
017600     88  WS-DEP-OK                       VALUE "00".
017700
017800 77  WS-SRC-STATUS              PIC X(02) VALUE SPACES.
017900     88  WS-SRC-OK                       VALUE "00".
018000
018100 77  WS-FEED-STATUS             PIC X(02) VALUE SPACES.
018200     88  WS-FEED-OK                      VALUE "00".
018300
018400 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
018500
018600 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
018700     88  WS-SORT-EOF                     VALUE "Y".
018800
018900 77  WS-OWNER-SW                PIC X(01) VALUE "N".
019000     88  WS-OWNER-FOUND                  VALUE "Y".
019100
019200 77  WS-FIRST-SW                PIC X(01) VALUE "Y".
019300     88  WS-FIRST-LINE                   VALUE "Y".
019400
019500 77  WS-HDR-WRITTEN-SW          PIC X(01) VALUE "N".
019600     88  WS-HDR-WRITTEN                  VALUE "Y".
019700
019800 77  WS-EXC-HEAD-SW             PIC X(01) VALUE "N".
019900     88  WS-EXC-HEAD-DONE                VALUE "Y".
020000
020100 77  WS-ENTRY-DATE              PIC 9(08) VALUE ZERO.
020200
020300 77  WS-BYTES                   PIC S9(15)     COMP-3 VALUE ZERO.
020400 77  WS-BYTES-PER-MB            PIC S9(07)     COMP-3
020500                                VALUE 1048576.
020600 77  WS-FILE-AMT                PIC S9(09)V99  COMP-3 VALUE ZERO.
020700 77  WS-SIDE-AMT                PIC S9(09)V99  COMP-3 VALUE ZERO.
020800 77  WS-REMAIN-AMT              PIC S9(09)V99  COMP-3 VALUE ZERO.
020900 77  WS-ADJ-QTY                 PIC S9(7)V99   COMP-3 VALUE ZERO.
021000 77  WS-MAX-LINE-QTY            PIC S9(7)V99   COMP-3
021100                                VALUE 9999999.99.
021200 77  WS-GEN-DR-CR-CODE          PIC X(01) VALUE SPACES.
021300 77  WS-GEN-ACCT-NO             PIC 9(06) VALUE ZERO.
021400 77  WS-GEN-DEPT-CODE           PIC X(04) VALUE SPACES.
021500
021600 77  WS-CUR-CO-CODE             PIC X(03) VALUE SPACES.
021700 77  WS-CUR-DEPT-CODE           PIC X(04) VALUE SPACES.
021800 77  WS-CUR-EXP-ACCT-NO         PIC 9(06) VALUE ZERO.
021900
022000 77  WS-DEPT-FILE-CNT           PIC 9(05) BINARY VALUE ZERO.
022100 77  WS-DEPT-STG-AMT            PIC S9(09)V99  COMP-3 VALUE ZERO.
022200 77  WS-DEPT-JRN-AMT            PIC S9(09)V99  COMP-3 VALUE ZERO.
022300 77  WS-CO-AMT                  PIC S9(09)V99  COMP-3 VALUE ZERO.
022400 77  WS-GRP-DTL-CNT             PIC 9(07) VALUE ZERO.
022500 77  WS-GRP-HASH-DR             PIC S9(11)V99  COMP-3 VALUE ZERO.
022600 77  WS-GRP-HASH-CR             PIC S9(11)V99  COMP-3 VALUE ZERO.
022700
022800 77  WS-EXC-TEXT                PIC X(40) VALUE SPACES.
022900
023000 77  WS-FILE-CNT                PIC 9(07) BINARY VALUE ZERO.
023100 77  WS-CHARGED-CNT             PIC 9(07) BINARY VALUE ZERO.
023200 77  WS-EXCEPTION-CNT           PIC 9(07) BINARY VALUE ZERO.
023300 77  WS-JOURNALED-CNT           PIC 9(07) BINARY VALUE ZERO.
023400 77  WS-GROUP-CNT               PIC 9(05) BINARY VALUE ZERO.
023500 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
023600 77  WS-TOT-STG-AMT             PIC S9(11)V99  COMP-3 VALUE ZERO.
023700 77  WS-TOT-JRN-AMT             PIC S9(11)V99  COMP-3 VALUE ZERO.
023800
023900 01  WS-CHARGE-DOC-REF.
024000     05  FILLER                 PIC X(05) VALUE "ITCB-".
024100     05  WS-DOC-ENTRY-DATE      PIC 9(08).
024200     05  FILLER                 PIC X(02) VALUE SPACES.
024300
024400 01  WS-HEAD-1.
024500     05  FILLER                 PIC X(26)
024600                                VALUE "IT STORAGE CHARGE-BACK".
024700     05  FILLER                 PIC X(11) VALUE "ENTRY DATE ".
024800     05  WS-HD-ENTRY-DATE       PIC 9(08).
024900     05  FILLER                 PIC X(02) VALUE SPACES.
025000     05  WS-HD-MODE-TEXT        PIC X(33).
025100
025200 01  WS-HEAD-RATE.
025300     05  FILLER                 PIC X(14) VALUE "RATE PER MB  ".
025400     05  WS-HR-MB-RATE          PIC ZZ9.9999.
025500     05  FILLER                 PIC X(16)
025600                                VALUE "   JRN SURCHG % ".
025700     05  WS-HR-JRN-PCT          PIC ZZ9.99.
025800     05  FILLER                 PIC X(15)
025900                                VALUE "   RECOVERY AC ".
026000     05  WS-HR-RCV-ACCT-NO      PIC 9(06).
026100     05  FILLER                 PIC X(08) VALUE "  SOURCE".
026200     05  FILLER                 PIC X(01) VALUE SPACES.
026300     05  WS-HR-SOURCE-CODE      PIC X(04).
026400
026500 01  WS-HEAD-EXC.
026600     05  FILLER                 PIC X(40)
026700         VALUE "FILES NOT CHARGED                       ".
026800
026900 01  WS-HEAD-2.
027000     05  FILLER                 PIC X(40)
027100         VALUE "LIBRARY    FILE          RECORDS RECLEN ".
027200     05  FILLER                 PIC X(40)
027300         VALUE "        MB J     STORAGE   SURCHARGE    ".
027400
027500 01  WS-DEPT-HEAD.
027600     05  FILLER                 PIC X(08) VALUE "COMPANY ".
027700     05  WS-DH-CO-CODE          PIC X(03).
027800     05  FILLER                 PIC X(07) VALUE "  DEPT ".
027900     05  WS-DH-DEPT-CODE        PIC X(04).
028000     05  FILLER                 PIC X(13) VALUE "  IT EXPENSE ".
028100     05  WS-DH-EXP-ACCT-NO      PIC 9(06).
028200
028300 01  WS-DETAIL-LINE.
028400     05  WS-DTL-LIB             PIC X(10).
028500     05  FILLER                 PIC X(01) VALUE SPACES.
028600     05  WS-DTL-FILE            PIC X(10).
028700     05  FILLER                 PIC X(01) VALUE SPACES.
028800     05  WS-DTL-RECS            PIC Z(9)9.
028900     05  FILLER                 PIC X(01) VALUE SPACES.
029000     05  WS-DTL-RECLEN          PIC Z(5)9.
029100     05  FILLER                 PIC X(01) VALUE SPACES.
029200     05  WS-DTL-MB              PIC Z(6)9.99.
029300     05  FILLER                 PIC X(01) VALUE SPACES.
029400     05  WS-DTL-JRN             PIC X(01).
029500     05  FILLER                 PIC X(01) VALUE SPACES.
029600     05  WS-DTL-STG-AMT         PIC Z(7)9.99.
029700     05  FILLER                 PIC X(01) VALUE SPACES.
029800     05  WS-DTL-JRN-AMT         PIC Z(7)9.99.
029900
030000 01  WS-DEPT-TOTAL-LINE.
030100     05  FILLER                 PIC X(16)
030200                                VALUE "  DEPT TOTAL    ".
030300     05  WS-DT-FILE-CNT         PIC Z(4)9.
030400     05  FILLER                 PIC X(08) VALUE " FILES  ".
030500     05  WS-DT-TOT-AMT          PIC Z(9)9.99.
030600     05  FILLER                 PIC X(11) VALUE SPACES.
030700     05  WS-DT-STG-AMT          PIC Z(7)9.99.
030800     05  FILLER                 PIC X(01) VALUE SPACES.
030900     05  WS-DT-JRN-AMT          PIC Z(7)9.99.
031000
031100 01  WS-CO-TOTAL-LINE.
031200     05  FILLER                 PIC X(08) VALUE "COMPANY ".
031300     05  WS-CT-CO-CODE          PIC X(03).
031400     05  FILLER                 PIC X(29)
031500         VALUE " CHARGED, RECOVERY CREDIT    ".
031600     05  WS-CT-AMT              PIC Z(9)9.99.
031700
031800 01  WS-EXCEPTION-LINE.
031900     05  WS-EXC-LIB             PIC X(10).
032000     05  FILLER                 PIC X(01) VALUE SPACES.
032100     05  WS-EXC-FILE            PIC X(10).
032200     05  FILLER                 PIC X(02) VALUE SPACES.
032300     05  FILLER                 PIC X(04) VALUE "*** ".
032400     05  WS-EXC-LINE-TEXT       PIC X(40).
032500
032600 01  WS-TOTAL-LINE.
032700     05  WS-TOT-TEXT            PIC X(40).
032800     05  WS-TOT-CNT             PIC Z(6)9.
032900     05  FILLER                 PIC X(03) VALUE SPACES.
033000     05  WS-TOT-AMT             PIC Z(10)9.99-.
033100
033200/
033300*****************************************************************
033400* L I N K A G E   S E C T I O N                                 *
033500*                                                               *
033600* THE CALLING CL PROGRAM PASSES THE RUN MODE - "R" PRINTS THE   *
033700* CHARGES ONLY, "P" ALSO WRITES THE FEED - AND THE ENTRY DATE   *
033800* THE FEED IS BOOKED ON, NORMALLY THE LAST DAY OF THE MONTH     *
033900* BEING CHARGED; ZERO TAKES TODAY'S DATE.                       *
034000*****************************************************************
034100 LINKAGE SECTION.
034200 01  WS-CHARGE-MODE             PIC X(01).
034300     88  WS-REPORT-ONLY                  VALUE "R".
034400     88  WS-WRITE-FEED                   VALUE "P".
034500 01  WS-CHARGE-DATE             PIC 9(08).
034600/
034700*****************************************************************
034800* P R O C E D U R E   D I V I S I O N                           *
034900*****************************************************************
035000 PROCEDURE DIVISION      USING WS-CHARGE-MODE
035100                               WS-CHARGE-DATE.
035200
035300*****************************************************************
035400* 0000-MAINLINE                                                 *
035500*****************************************************************
035600 0000-MAINLINE.
035700     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
035800     PERFORM 2000-CHARGE-ALL-FILES    THRU 2000-EXIT.
035900     PERFORM 8000-PRINT-TOTALS        THRU 8000-EXIT.
036000     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
036100     GO TO 9999-EXIT.
036200
036300*****************************************************************
036400* 1000-INITIALIZE - VALIDATE THE PARAMETERS, FIND THE RATE IN   *
036500*                   EFFECT, OPEN THE FILES AND PRINT THE        *
036600*                   HEADINGS                                    *
036700*****************************************************************
036800 1000-INITIALIZE.
036900     IF  NOT WS-REPORT-ONLY AND NOT WS-WRITE-FEED
037000         DISPLAY "GLITCHRG - RUN MODE MUST BE R OR P, GOT "
037100                 WS-CHARGE-MODE
037200         STOP RUN.
037300
037400     IF  WS-CHARGE-DATE IS EQUAL TO ZERO
037500         ACCEPT WS-ENTRY-DATE     FROM DATE YYYYMMDD
037600     ELSE
037700         MOVE WS-CHARGE-DATE      TO  WS-ENTRY-DATE.
037800
037900     OPEN INPUT  ATR-FILE.
038000     OPEN INPUT  OWN-FILE.
038100     OPEN INPUT  RAT-FILE.
038200     OPEN INPUT  COA-FILE.
038300     OPEN INPUT  DEP-FILE.
038400     OPEN INPUT  SRC-FILE.
038500     OPEN OUTPUT RPT-FILE.
038600
038700     PERFORM 1100-FIND-RATE       THRU 1100-EXIT.
038800     PERFORM 1200-CHECK-SOURCE    THRU 1200-EXIT.
038900
039000     IF  WS-WRITE-FEED
039100         OPEN OUTPUT FEED-FILE.
039200
039300     MOVE WS-ENTRY-DATE           TO  WS-HD-ENTRY-DATE.
039400     MOVE WS-ENTRY-DATE           TO  WS-DOC-ENTRY-DATE.
039500     IF  WS-WRITE-FEED
039600         MOVE "CHARGE-BACK FEED WRITTEN"
039700                                   TO  WS-HD-MODE-TEXT
039800     ELSE
039900         MOVE "REPORT ONLY - NO FEED WRITTEN"
040000                                   TO  WS-HD-MODE-TEXT.
040100
040200     MOVE GLITR-MB-RATE           TO  WS-HR-MB-RATE.
040300     MOVE GLITR-JRN-PCT           TO  WS-HR-JRN-PCT.
040400     MOVE GLITR-RCV-ACCT-NO       TO  WS-HR-RCV-ACCT-NO.
040500     MOVE GLITR-SOURCE-CODE       TO  WS-HR-SOURCE-CODE.
040600
040700     MOVE WS-HEAD-1               TO  GLITCP-RECORD.
040800     WRITE GLITCP-RECORD.
040900     MOVE WS-HEAD-RATE            TO  GLITCP-RECORD.
041000     WRITE GLITCP-RECORD.
041100     MOVE SPACES                  TO  GLITCP-RECORD.
041200     WRITE GLITCP-RECORD.
041300 1000-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700* 1100-FIND-RATE - THE LATEST RATE ROW DATED ON OR BEFORE THE   *
041800*                  ENTRY DATE; WITHOUT ONE NOTHING CAN BE       *
041900*                  PRICED                                       *
042000*****************************************************************
042100 1100-FIND-RATE.
042200     MOVE WS-ENTRY-DATE           TO  GLITR-EFF-DATE.
042300     START RAT-FILE
042400         KEY IS NOT GREATER THAN GLITR-KEY
042500         INVALID KEY
042600             GO TO 1100-NO-RATE.
042700
042800     READ RAT-FILE PREVIOUS RECORD
042900         AT END
043000             GO TO 1100-NO-RATE.
043100
043200     IF  GLITR-SOURCE-CODE IS EQUAL TO SPACES
043300     OR  GLITR-RCV-ACCT-NO IS EQUAL TO ZERO
043400         DISPLAY "GLITCHRG - RATE ROW " GLITR-EFF-DATE
043500                 " HAS NO SOURCE CODE OR RECOVERY ACCOUNT"
043600         STOP RUN.
043700
043800     GO TO 1100-EXIT.
043900
044000 1100-NO-RATE.
044100     DISPLAY "GLITCHRG - NO CHARGE-BACK RATE IN EFFECT ON "
044200             WS-ENTRY-DATE.
044300     STOP RUN.
044400 1100-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800* 1200-CHECK-SOURCE - GLFDLOAD REJECTS A GROUP WHOSE SOURCE     *
044900*                     CODE IS NOT ON GLSRCCDE OR IS INACTIVE,   *
045000*                     SO THE RUN STOPS HERE INSTEAD             *
045100*****************************************************************
045200 1200-CHECK-SOURCE.
045300     MOVE GLITR-SOURCE-CODE       TO  GLSRC-CODE.
045400     READ SRC-FILE
045500         INVALID KEY
045600             DISPLAY "GLITCHRG - SOURCE CODE " GLITR-SOURCE-CODE
045700                     " IS NOT ON GLSRCCDE"
045800             STOP RUN.
045900
046000     IF  GLSRC-IS-INACTIVE
046100         DISPLAY "GLITCHRG - SOURCE CODE " GLITR-SOURCE-CODE
046200                 " IS INACTIVE"
046300         STOP RUN.
046400 1200-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800* 2000-CHARGE-ALL-FILES - PRICE EVERY PHYSICAL FILE INTO THE    *
046900*                         SORT, THEN WRITE THE FEED AND REPORT  *
047000*                         IN COMPANY/DEPARTMENT ORDER           *
047100*****************************************************************
047200 2000-CHARGE-ALL-FILES.
047300     SORT SORT-FILE
047400         ON ASCENDING KEY SRT-KEY
047500         INPUT PROCEDURE  IS 3100-RELEASE-FILES THRU 3100-EXIT
047600         OUTPUT PROCEDURE IS 3500-WRITE-CHARGES THRU 3500-EXIT.
047700 2000-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100* 3100-RELEASE-FILES - SORT INPUT PROCEDURE; WALK THE LIVE      *
048200*                      ATTRIBUTE FILE IN LIBRARY/FILE ORDER     *
048300*****************************************************************
048400 3100-RELEASE-FILES.
048500     MOVE LOW-VALUES              TO  EXTERNALLY-DESCRIBED-KEY
048600                                       OF ATR-REC.
048700     START ATR-FILE
048800         KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY
048900                               OF ATR-REC
049000         INVALID KEY
049100             MOVE "10"            TO  WS-ATR-STATUS.
049200
049300     PERFORM 3150-ONE-FILE        THRU 3150-EXIT
049400         UNTIL WS-ATR-EOF.
049500 3100-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900* 3150-ONE-FILE - FIND THE OWNER OF ONE PHYSICAL FILE, EDIT IT  *
050000*                 AGAINST THE LEDGER, PRICE THE FILE AND        *
050100*                 RELEASE IT                                    *
050200*****************************************************************
050300 3150-ONE-FILE.
050400     READ ATR-FILE NEXT RECORD
050500         AT END
050600             MOVE "10"            TO  WS-ATR-STATUS
050700             GO TO 3150-EXIT.
050800
050900     IF  FILN OF ANZFILR IS NOT EQUAL TO PFFIL OF ANZFILR
051000     OR  LIBN OF ANZFILR IS NOT EQUAL TO PFLIB OF ANZFILR
051100         GO TO 3150-EXIT.
051200
051300     ADD 1                        TO  WS-FILE-CNT.
051400
051500     PERFORM 3200-FIND-OWNER      THRU 3200-EXIT.
051600     IF  NOT WS-OWNER-FOUND
051700         MOVE "NO OWNER ON GLITOWN"   TO  WS-EXC-TEXT
051800         PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
051900         GO TO 3150-EXIT.
052000
052100     MOVE GLITO-CO-CODE           TO  GLCOA-CO-CODE.
052200     MOVE GLITO-EXP-ACCT-NO       TO  GLCOA-ACCT-NO.
052300     READ COA-FILE
052400         INVALID KEY
052500             MOVE "EXPENSE ACCOUNT NOT ON CHART"
052600                                   TO  WS-EXC-TEXT
052700             PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
052800             GO TO 3150-EXIT.
052900
053000     IF  GLCOA-IS-INACTIVE
053100         MOVE "EXPENSE ACCOUNT INACTIVE" TO  WS-EXC-TEXT
053200         PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
053300         GO TO 3150-EXIT.
053400
053500     IF  GLCOA-TYPE-STAT
053600         MOVE "EXPENSE ACCOUNT IS STATISTICAL" TO  WS-EXC-TEXT
053700         PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
053800         GO TO 3150-EXIT.
053900
054000     MOVE GLITR-RCV-ACCT-NO       TO  GLCOA-ACCT-NO.
054100     READ COA-FILE
054200         INVALID KEY
054300             MOVE "RECOVERY ACCOUNT NOT ON CHART"
054400                                   TO  WS-EXC-TEXT
054500             PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
054600             GO TO 3150-EXIT.
054700
054800     IF  GLCOA-IS-INACTIVE
054900         MOVE "RECOVERY ACCOUNT INACTIVE" TO  WS-EXC-TEXT
055000         PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
055100         GO TO 3150-EXIT.
055200
055300     IF  GLITO-DEPT-CODE IS NOT EQUAL TO SPACES
055400         MOVE GLITO-DEPT-CODE     TO  GLDEP-DEPT-CODE
055500         READ DEP-FILE
055600             INVALID KEY
055700                 MOVE "DEPARTMENT NOT ON GLDEPT"
055800                                   TO  WS-EXC-TEXT
055900                 PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
056000                 GO TO 3150-EXIT.
056100
056200     IF  GLITO-DEPT-CODE IS NOT EQUAL TO SPACES
056300     AND NOT GLDEP-IS-ACTIVE
056400         MOVE "DEPARTMENT INACTIVE"   TO  WS-EXC-TEXT
056500         PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
056600         GO TO 3150-EXIT.
056700
056800     PERFORM 3300-PRICE-FILE      THRU 3300-EXIT.
056900
057000     ADD 1                        TO  WS-CHARGED-CNT.
057100     RELEASE SRT-RECORD.
057200 3150-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600* 3200-FIND-OWNER - THE FILE'S OWN ROW, ELSE ITS LIBRARY'S      *
057700*                   DEFAULT ROW; AN INACTIVE ROW IS PASSED OVER *
057800*****************************************************************
057900 3200-FIND-OWNER.
058000     MOVE "N"                     TO  WS-OWNER-SW.
058100
058200     MOVE PFLIB OF ANZFILR        TO  GLITO-LIB.
058300     MOVE PFFIL OF ANZFILR        TO  GLITO-FILE.
058400     READ OWN-FILE
058500         INVALID KEY
058600             GO TO 3200-LIBRARY.
058700
058800     IF  NOT GLITO-IS-INACTIVE
058900         MOVE "Y"                 TO  WS-OWNER-SW
059000         GO TO 3200-EXIT.
059100
059200 3200-LIBRARY.
059300     MOVE PFLIB OF ANZFILR        TO  GLITO-LIB.
059400     MOVE SPACES                  TO  GLITO-FILE.
059500     READ OWN-FILE
059600         INVALID KEY
059700             GO TO 3200-EXIT.
059800
059900     IF  NOT GLITO-IS-INACTIVE
060000         MOVE "Y"                 TO  WS-OWNER-SW.
060100 3200-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500* 3300-PRICE-FILE - MEGABYTES AT THE MONTHLY RATE, PLUS THE     *
060600*                   SURCHARGE ON A JOURNALED FILE, INTO THE     *
060700*                   SORT RECORD                                 *
060800*****************************************************************
060900 3300-PRICE-FILE.
061000     MOVE GLITO-CO-CODE           TO  SRT-CO-CODE.
061100     MOVE GLITO-DEPT-CODE         TO  SRT-DEPT-CODE.
061200     MOVE GLITO-EXP-ACCT-NO       TO  SRT-EXP-ACCT-NO.
061300     MOVE PFLIB OF ANZFILR        TO  SRT-LIB.
061400     MOVE PFFIL OF ANZFILR        TO  SRT-FILE.
061500     MOVE RECS OF ANZFILR         TO  SRT-RECS.
061600     MOVE RECLEN OF ANZFILR       TO  SRT-RECLEN.
061700     MOVE JRN OF ANZFILR          TO  SRT-JRN.
061800
061900     MULTIPLY RECS OF ANZFILR BY RECLEN OF ANZFILR
062000         GIVING WS-BYTES.
062100     DIVIDE WS-BYTES BY WS-BYTES-PER-MB
062200         GIVING SRT-MB ROUNDED.
062300     MULTIPLY SRT-MB BY GLITR-MB-RATE
062400         GIVING SRT-STG-AMT ROUNDED.
062500
062600     MOVE ZERO                    TO  SRT-JRN-AMT.
062700     IF  JRN OF ANZFILR IS EQUAL TO "Y"
062800         ADD 1                    TO  WS-JOURNALED-CNT
062900         COMPUTE SRT-JRN-AMT ROUNDED =
063000             SRT-STG-AMT * GLITR-JRN-PCT / 100.
063100 3300-EXIT.
063200     EXIT.
063300
063400*****************************************************************
063500* 3500-WRITE-CHARGES - SORT OUTPUT PROCEDURE; DEPARTMENT AND    *
063600*                      COMPANY CONTROL BREAKS DRIVE THE FEED    *
063700*****************************************************************
063800 3500-WRITE-CHARGES.
063900     MOVE SPACES                  TO  GLITCP-RECORD.
064000     WRITE GLITCP-RECORD.
064100     MOVE WS-HEAD-2               TO  GLITCP-RECORD.
064200     WRITE GLITCP-RECORD.
064300
064400     PERFORM 3550-ONE-CHARGE      THRU 3550-EXIT
064500         UNTIL WS-SORT-EOF.
064600
064700     IF  NOT WS-FIRST-LINE
064800         PERFORM 3700-DEPT-BREAK  THRU 3700-EXIT
064900         PERFORM 3800-CO-BREAK    THRU 3800-EXIT.
065000 3500-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400* 3550-ONE-CHARGE - ONE SORTED FILE: BREAK ON A NEW COMPANY OR  *
065500*                   DEPARTMENT/ACCOUNT, THEN PRINT AND ADD IT   *
065600*****************************************************************
065700 3550-ONE-CHARGE.
065800     RETURN SORT-FILE
065900         AT END
066000             MOVE "Y"             TO  WS-SORT-EOF-SW
066100             GO TO 3550-EXIT.
066200
066300     IF  WS-FIRST-LINE
066400         MOVE "N"                 TO  WS-FIRST-SW
066500         PERFORM 3600-START-CO    THRU 3600-EXIT
066600         PERFORM 3650-START-DEPT  THRU 3650-EXIT
066700         GO TO 3550-DETAIL.
066800
066900     IF  SRT-CO-CODE IS NOT EQUAL TO WS-CUR-CO-CODE
067000         PERFORM 3700-DEPT-BREAK  THRU 3700-EXIT
067100         PERFORM 3800-CO-BREAK    THRU 3800-EXIT
067200         PERFORM 3600-START-CO    THRU 3600-EXIT
067300         PERFORM 3650-START-DEPT  THRU 3650-EXIT
067400         GO TO 3550-DETAIL.
067500
067600     IF  SRT-DEPT-CODE IS NOT EQUAL TO WS-CUR-DEPT-CODE
067700     OR  SRT-EXP-ACCT-NO IS NOT EQUAL TO WS-CUR-EXP-ACCT-NO
067800         PERFORM 3700-DEPT-BREAK  THRU 3700-EXIT
067900         PERFORM 3650-START-DEPT  THRU 3650-EXIT.
068000
068100 3550-DETAIL.
068200     MOVE SRT-LIB                 TO  WS-DTL-LIB.
068300     MOVE SRT-FILE                TO  WS-DTL-FILE.
068400     MOVE SRT-RECS                TO  WS-DTL-RECS.
068500     MOVE SRT-RECLEN              TO  WS-DTL-RECLEN.
068600     MOVE SRT-MB                  TO  WS-DTL-MB.
068700     MOVE SRT-JRN                 TO  WS-DTL-JRN.
068800     MOVE SRT-STG-AMT             TO  WS-DTL-STG-AMT.
068900     MOVE SRT-JRN-AMT             TO  WS-DTL-JRN-AMT.
069000     MOVE WS-DETAIL-LINE          TO  GLITCP-RECORD.
069100     WRITE GLITCP-RECORD.
069200
069300     ADD 1                        TO  WS-DEPT-FILE-CNT.
069400     ADD SRT-STG-AMT              TO  WS-DEPT-STG-AMT.
069500     ADD SRT-JRN-AMT              TO  WS-DEPT-JRN-AMT.
069600 3550-EXIT.
069700     EXIT.
069800
069900*****************************************************************
070000* 3600-START-CO - A NEW COMPANY; ITS FEED HEADER IS NOT WRITTEN *
070100*                 UNTIL IT HAS SOMETHING TO CHARGE              *
070200*****************************************************************
070300 3600-START-CO.
070400     MOVE SRT-CO-CODE             TO  WS-CUR-CO-CODE.
070500     MOVE "N"                     TO  WS-HDR-WRITTEN-SW.
070600     MOVE ZERO                    TO  WS-CO-AMT.
070700     MOVE ZERO                    TO  WS-GRP-DTL-CNT.
070800     MOVE ZERO                    TO  WS-GRP-HASH-DR.
070900     MOVE ZERO                    TO  WS-GRP-HASH-CR.
071000 3600-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400* 3650-START-DEPT - A NEW DEPARTMENT/ACCOUNT; PRINT ITS HEADING *
071500*****************************************************************
071600 3650-START-DEPT.
071700     MOVE SRT-DEPT-CODE           TO  WS-CUR-DEPT-CODE.
071800     MOVE SRT-EXP-ACCT-NO         TO  WS-CUR-EXP-ACCT-NO.
071900     MOVE ZERO                    TO  WS-DEPT-FILE-CNT.
072000     MOVE ZERO                    TO  WS-DEPT-STG-AMT.
072100     MOVE ZERO                    TO  WS-DEPT-JRN-AMT.
072200
072300     MOVE WS-CUR-CO-CODE          TO  WS-DH-CO-CODE.
072400     MOVE WS-CUR-DEPT-CODE        TO  WS-DH-DEPT-CODE.
072500     MOVE WS-CUR-EXP-ACCT-NO      TO  WS-DH-EXP-ACCT-NO.
072600     MOVE SPACES                  TO  GLITCP-RECORD.
072700     WRITE GLITCP-RECORD.
072800     MOVE WS-DEPT-HEAD            TO  GLITCP-RECORD.
072900     WRITE GLITCP-RECORD.
073000 3650-EXIT.
073100     EXIT.
073200
073300*****************************************************************
073400* 3700-DEPT-BREAK - PRINT THE DEPARTMENT TOTAL AND DEBIT IT TO  *
073500*                   THE DEPARTMENT'S IT EXPENSE ACCOUNT         *
073600*****************************************************************
073700 3700-DEPT-BREAK.
073800     ADD WS-DEPT-STG-AMT WS-DEPT-JRN-AMT
073900         GIVING WS-SIDE-AMT.
074000
074100     MOVE WS-DEPT-FILE-CNT        TO  WS-DT-FILE-CNT.
074200     MOVE WS-DEPT-STG-AMT         TO  WS-DT-STG-AMT.
074300     MOVE WS-DEPT-JRN-AMT         TO  WS-DT-JRN-AMT.
074400     MOVE WS-SIDE-AMT             TO  WS-DT-TOT-AMT.
074500     MOVE WS-DEPT-TOTAL-LINE      TO  GLITCP-RECORD.
074600     WRITE GLITCP-RECORD.
074700
074800     ADD WS-DEPT-STG-AMT          TO  WS-TOT-STG-AMT.
074900     ADD WS-DEPT-JRN-AMT          TO  WS-TOT-JRN-AMT.
075000
075100     IF  WS-SIDE-AMT IS NOT GREATER THAN ZERO
075200         GO TO 3700-EXIT.
075300
075400     ADD WS-SIDE-AMT              TO  WS-CO-AMT.
075500     MOVE "D"                     TO  WS-GEN-DR-CR-CODE.
075600     MOVE WS-CUR-EXP-ACCT-NO      TO  WS-GEN-ACCT-NO.
075700     MOVE WS-CUR-DEPT-CODE        TO  WS-GEN-DEPT-CODE.
075800     PERFORM 4100-PUT-FEED-LINES  THRU 4100-EXIT.
075900 3700-EXIT.
076000     EXIT.
076100
076200*****************************************************************
076300* 3800-CO-BREAK - CREDIT THE COMPANY'S CHARGES TO THE IT        *
076400*                 RECOVERY ACCOUNT AND CLOSE ITS FEED GROUP     *
076500*****************************************************************
076600 3800-CO-BREAK.
076700     MOVE WS-CUR-CO-CODE          TO  WS-CT-CO-CODE.
076800     MOVE WS-CO-AMT               TO  WS-CT-AMT.
076900     MOVE SPACES                  TO  GLITCP-RECORD.
077000     WRITE GLITCP-RECORD.
077100     MOVE WS-CO-TOTAL-LINE        TO  GLITCP-RECORD.
077200     WRITE GLITCP-RECORD.
077300
077400     IF  WS-CO-AMT IS NOT GREATER THAN ZERO
077500         GO TO 3800-EXIT.
077600
077700     MOVE WS-CO-AMT               TO  WS-SIDE-AMT.
077800     MOVE "C"                     TO  WS-GEN-DR-CR-CODE.
077900     MOVE GLITR-RCV-ACCT-NO       TO  WS-GEN-ACCT-NO.
078000     MOVE SPACES                  TO  WS-GEN-DEPT-CODE.
078100     PERFORM 4100-PUT-FEED-LINES  THRU 4100-EXIT.
078200
078300     IF  NOT WS-WRITE-FEED
078400         GO TO 3800-EXIT.
078500
078600     MOVE SPACES                  TO  GLFD-RECORD.
078700     MOVE "T"                     TO  GLFD-REC-TYPE.
078800     MOVE WS-GRP-DTL-CNT          TO  GLFD-TRL-REC-CNT.
078900     MOVE WS-GRP-HASH-DR          TO  GLFD-TRL-HASH-DR.
079000     MOVE WS-GRP-HASH-CR          TO  GLFD-TRL-HASH-CR.
079100     PERFORM 4900-WRITE-FEED      THRU 4900-EXIT.
079200 3800-EXIT.
079300     EXIT.
079400
079500*****************************************************************
079600* 3900-PRINT-EXCEPTION - LIST A FILE THAT IS NOT CHARGED        *
079700*****************************************************************
079800 3900-PRINT-EXCEPTION.
079900     IF  NOT WS-EXC-HEAD-DONE
080000         MOVE "Y"                 TO  WS-EXC-HEAD-SW
080100         MOVE WS-HEAD-EXC         TO  GLITCP-RECORD
080200         WRITE GLITCP-RECORD.
080300
080400     ADD 1                        TO  WS-EXCEPTION-CNT.
080500     MOVE PFLIB OF ANZFILR        TO  WS-EXC-LIB.
080600     MOVE PFFIL OF ANZFILR        TO  WS-EXC-FILE.
080700     MOVE WS-EXC-TEXT             TO  WS-EXC-LINE-TEXT.
080800     MOVE WS-EXCEPTION-LINE       TO  GLITCP-RECORD.
080900     WRITE GLITCP-RECORD.
081000 3900-EXIT.
081100     EXIT.
081200
081300*****************************************************************
081400* 4000-WRITE-HEADER - THE COMPANY'S FEED GROUP HEADER           *
081500*****************************************************************
081600 4000-WRITE-HEADER.
081700     MOVE "Y"                     TO  WS-HDR-WRITTEN-SW.
081800     ADD 1                        TO  WS-GROUP-CNT.
081900
082000     MOVE SPACES                  TO  GLFD-RECORD.
082100     MOVE "H"                     TO  GLFD-REC-TYPE.
082200     MOVE WS-CUR-CO-CODE          TO  GLFD-HDR-CO-CODE.
082300     MOVE WS-ENTRY-DATE           TO  GLFD-HDR-ENTRY-DATE.
082400     MOVE "IT STORAGE/JOURNAL CHARGE-BACK"
082500                                   TO  GLFD-HDR-DESC.
082600     MOVE GLITR-SOURCE-CODE       TO  GLFD-HDR-SOURCE-CODE.
082700     MOVE SPACES                  TO  GLFD-HDR-LEDGER-CODE.
082800     MOVE ZERO                    TO  GLFD-HDR-CTL-ACCT-NO.
082900     PERFORM 4900-WRITE-FEED      THRU 4900-EXIT.
083000 4000-EXIT.
083100     EXIT.
083200
083300*****************************************************************
083400* 4100-PUT-FEED-LINES - ONE SIDE'S AMOUNT, SPLIT ACROSS AS MANY *
083500*                       FEED LINES AS THE QUANTITY FIELD NEEDS  *
083600*****************************************************************
083700 4100-PUT-FEED-LINES.
083800     IF  WS-WRITE-FEED
083900     AND NOT WS-HDR-WRITTEN
084000         PERFORM 4000-WRITE-HEADER THRU 4000-EXIT.
084100
084200     MOVE WS-SIDE-AMT             TO  WS-REMAIN-AMT.
084300     PERFORM 4150-PUT-ONE-PIECE   THRU 4150-EXIT
084400         UNTIL WS-REMAIN-AMT IS NOT GREATER THAN ZERO.
084500 4100-EXIT.
084600     EXIT.
084700
084800*****************************************************************
084900* 4150-PUT-ONE-PIECE - ONE DETAIL LINE, QUANTITY = THE NEXT     *
085000*                      PIECE OF THE AMOUNT AT A UNIT PRICE OF   *
085100*                      ONE, ADDED TO THE GROUP'S HASH TOTALS    *
085200*****************************************************************
085300 4150-PUT-ONE-PIECE.
085400     IF  WS-REMAIN-AMT IS GREATER THAN WS-MAX-LINE-QTY
085500         MOVE WS-MAX-LINE-QTY     TO  WS-ADJ-QTY
085600     ELSE
085700         MOVE WS-REMAIN-AMT       TO  WS-ADJ-QTY.
085800     SUBTRACT WS-ADJ-QTY          FROM WS-REMAIN-AMT.
085900
086000     ADD 1                        TO  WS-GRP-DTL-CNT.
086100     ADD 1                        TO  WS-LINE-CNT.
086200     IF  WS-GEN-DR-CR-CODE IS EQUAL TO "D"
086300         ADD WS-ADJ-QTY           TO  WS-GRP-HASH-DR
086400     ELSE
086500         ADD WS-ADJ-QTY           TO  WS-GRP-HASH-CR.
086600
086700     IF  NOT WS-WRITE-FEED
086800         GO TO 4150-EXIT.
086900
087000     MOVE SPACES                  TO  GLFD-RECORD.
087100     MOVE "D"                     TO  GLFD-REC-TYPE.
087200     MOVE WS-GEN-ACCT-NO          TO  GLFD-DTL-ACCT-NO.
087300     MOVE WS-GEN-DR-CR-CODE       TO  GLFD-DTL-DR-CR-CODE.
087400     MOVE WS-ADJ-QTY              TO  GLFD-DTL-QTY.
087500     MOVE 1                       TO  GLFD-DTL-PRICE.
087600     MOVE SPACES                  TO  GLFD-DTL-CURR-CODE.
087700     MOVE WS-CUR-CO-CODE          TO  GLFD-DTL-CO-CODE.
087800     MOVE WS-GEN-DEPT-CODE        TO  GLFD-DTL-DEPT-CODE.
087900     MOVE WS-CHARGE-DOC-REF       TO  GLFD-DTL-DOC-REF.
088000     MOVE SPACES                  TO  GLFD-DTL-PROJECT-CODE.
088100     MOVE SPACES                  TO  GLFD-DTL-TAX-CODE.
088200     PERFORM 4900-WRITE-FEED      THRU 4900-EXIT.
088300 4150-EXIT.
088400     EXIT.
088500
088600*****************************************************************
088700* 4900-WRITE-FEED - WRITE ONE FEED RECORD                       *
088800*****************************************************************
088900 4900-WRITE-FEED.
089000     WRITE GLFD-RECORD.
089100     IF  NOT WS-FEED-OK
089200         DISPLAY "GLITCHRG - ERROR WRITING GLITFEED, STATUS "
089300                 WS-FEED-STATUS
089400         STOP RUN.
089500 4900-EXIT.
089600     EXIT.
089700
089800*****************************************************************
089900* 8000-PRINT-TOTALS - RUN TOTALS AT THE FOOT OF THE REPORT      *
090000*****************************************************************
090100 8000-PRINT-TOTALS.
090200     MOVE SPACES                  TO  GLITCP-RECORD.
090300     WRITE GLITCP-RECORD.
090400
090500     MOVE "PHYSICAL FILES READ"   TO  WS-TOT-TEXT.
090600     MOVE WS-FILE-CNT             TO  WS-TOT-CNT.
090700     MOVE ZERO                    TO  WS-TOT-AMT.
090800     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
090900
091000     MOVE "FILES NOT CHARGED"     TO  WS-TOT-TEXT.
091100     MOVE WS-EXCEPTION-CNT        TO  WS-TOT-CNT.
091200     MOVE ZERO                    TO  WS-TOT-AMT.
091300     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
091400
091500     MOVE "FILES CHARGED - STORAGE" TO  WS-TOT-TEXT.
091600     MOVE WS-CHARGED-CNT          TO  WS-TOT-CNT.
091700     MOVE WS-TOT-STG-AMT          TO  WS-TOT-AMT.
091800     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
091900
092000     MOVE "JOURNALED FILES - SURCHARGE" TO  WS-TOT-TEXT.
092100     MOVE WS-JOURNALED-CNT        TO  WS-TOT-CNT.
092200     MOVE WS-TOT-JRN-AMT          TO  WS-TOT-AMT.
092300     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
092400
092500     MOVE "FEED LINES - TOTAL CHARGED"
092600                                   TO  WS-TOT-TEXT.
092700     MOVE WS-LINE-CNT             TO  WS-TOT-CNT.
092800     ADD WS-TOT-STG-AMT WS-TOT-JRN-AMT
092900         GIVING WS-TOT-AMT.
093000     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
093100 8000-EXIT.
093200     EXIT.
093300
093400 8100-PRINT-TOTAL-LINE.
093500     MOVE WS-TOTAL-LINE           TO  GLITCP-RECORD.
093600     WRITE GLITCP-RECORD.
093700 8100-EXIT.
093800     EXIT.
093900
094000*****************************************************************
094100* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
094200*****************************************************************
094300 9000-TERMINATE.
094400     CLOSE ATR-FILE.
094500     CLOSE OWN-FILE.
094600     CLOSE RAT-FILE.
094700     CLOSE COA-FILE.
094800     CLOSE DEP-FILE.
094900     CLOSE SRC-FILE.
095000     CLOSE RPT-FILE.
095100
095200     IF  WS-WRITE-FEED
095300         CLOSE FEED-FILE.
095400
095500     DISPLAY "GLITCHRG - PHYSICAL FILES READ: " WS-FILE-CNT.
095600     DISPLAY "GLITCHRG - FILES CHARGED:       " WS-CHARGED-CNT.
095700     DISPLAY "GLITCHRG - FILES NOT CHARGED:   " WS-EXCEPTION-CNT.
095800     DISPLAY "GLITCHRG - FEED GROUPS WRITTEN: " WS-GROUP-CNT.
095900     DISPLAY "GLITCHRG - FEED LINES WRITTEN:  " WS-LINE-CNT.
096000 9000-EXIT.
096100     EXIT.
096200
096300 9999-EXIT.
096400     STOP RUN.
