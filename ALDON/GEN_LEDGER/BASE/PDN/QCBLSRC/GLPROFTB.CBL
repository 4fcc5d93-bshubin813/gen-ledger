000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLPROFTB.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLPROFTB  -  PRO-FORMA TRIAL BALANCE                         *
001000*                                                               *
001100*  SHOWS WHAT THE TRIAL BALANCE WILL LOOK LIKE ONCE THE PENDING *
001200*  WORK POSTS, WITHOUT UPDATING ANY FILE.  THE PENDING LINES    *
001300*  ARE THE ROWS STILL PENDING IN GLTRANIN AND EVERY LINE OF THE *
001400*  GENERATED FILES WAITING TO BE MERGED INTO IT (GLRECOUT,      *
001500*  GLREVOUT, GLALCOUT, GLAMROUT, GLCLSOUT, GLESCOUT, GLFASOUT,  *
001600*  GLINTOUT, GLPRCOUT); A FILE THAT IS NOT THERE IS PASSED      *
001700*  OVER.  EACH LINE IS PUT THROUGH THE CHECKS GLPOST MAKES, IN  *
001800*  GLPOST'S ORDER AND WITH ITS REJECT REASONS - THE BATCH ON    *
001900*  FILE, BALANCED AND APPROVED (AND ITS BOOK ACTIVE), THE       *
002000*  FISCAL PERIOD OPEN, THE ACCOUNT, CURRENCY, DEPARTMENT,       *
002100*  SEGMENT VALUES AND PROJECT - AND EXTENDED TO HOME CURRENCY   *
002200*  AT THE RATE GLPOST WOULD USE.  THE POSTING USER'S AUTHORITY  *
002300*  AND THE OPTIONAL FUNDS CHECK DEPEND ON THE POSTING RUN       *
002400*  ITSELF AND ARE NOT SIMULATED.                                *
002500*                                                               *
002600*  THE REPORT IS THE BASE LEDGER'S TRIAL BALANCE, COMPANY BY    *
002700*  COMPANY: EACH ACCOUNT'S POSTED BALANCE (WORKED OUT THE WAY   *
002800*  GLTRIAL DOES), THE NET OF ITS PENDING LINES THAT WOULD POST, *
002900*  AND THE PRO-FORMA BALANCE, WITH COMPANY TOTALS PROVING THE   *
003000*  PRO-FORMA DEBITS AGAINST THE CREDITS.  LINES OF A PARALLEL   *
003100*  BOOK BATCH ARE CHECKED BUT DO NOT TOUCH THE BASE LEDGER.     *
003200*  THE PENDING LINES THAT WOULD BE REJECTED FOLLOW IN THEIR     *
003300*  OWN SECTION, EACH WITH ITS REASON.                           *
003400*                                                               *
003500*  THE SELECTIONS ARRIVE THROUGH LINKAGE (GLRQSREC) AS FOR      *
003600*  GLTRIAL; A PENDING LINE COUNTS WHEN ITS COMPANY, ACCOUNT AND *
003700*  FISCAL PERIOD FALL IN THEM.  RESTRICTED ACCOUNTS ARE ROLLED  *
003800*  UP FOR A USER WITHOUT THE RIGHT EXACTLY AS IN GLTRIAL.       *
003900*  INTERCOMPANY OFFSETS GLICBAL HAS NOT YET GENERATED ARE NOT   *
004000*  IN THE PENDING FILES AND SO NOT IN THE PRO-FORMA.            *
004100*                                                               *
004200*---------------------------------------------------------------*
004300*  MODIFICATION HISTORY                                         *
004400*---------------------------------------------------------------*
004500*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004510*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION *
004520*                 FILE (GLPNDREC); ONLY ITS ROWS STILL PENDING  *
004530*                 ARE READ.  GLSUSOUT IS NO LONGER READ -       *
004540*                 RECYCLED SUSPENSE LINES GO STRAIGHT BACK INTO *
004550*                 GLTRANIN.  THE GENERATED FILES ARE READ AT    *
004560*                 THE FULL GLJEREC LENGTH.                      *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-ISERIES.
005000 OBJECT-COMPUTER.   IBM-ISERIES.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT JE-FILE    ASSIGN TO GLTRANIN
005400         ORGANIZATION IS INDEXED
005430         ACCESS       IS DYNAMIC
005460         RECORD KEY   IS GLPND-KEY
005500         FILE STATUS  IS WS-PND-STATUS.
005600
005700     SELECT REC-FILE   ASSIGN TO GLRECOUT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS  IS WS-PND-STATUS.
006000
006100     SELECT REV-FILE   ASSIGN TO GLREVOUT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS  IS WS-PND-STATUS.
006400
006900     SELECT ALC-FILE   ASSIGN TO GLALCOUT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS  IS WS-PND-STATUS.
007200
007300     SELECT AMR-FILE   ASSIGN TO GLAMROUT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS  IS WS-PND-STATUS.
007600
007700     SELECT CLS-FILE   ASSIGN TO GLCLSOUT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS  IS WS-PND-STATUS.
008000
008100     SELECT ESC-FILE   ASSIGN TO GLESCOUT
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS  IS WS-PND-STATUS.
008400
008500     SELECT FAS-FILE   ASSIGN TO GLFASOUT
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS  IS WS-PND-STATUS.
008800
008900     SELECT INT-FILE   ASSIGN TO GLINTOUT
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS  IS WS-PND-STATUS.
009200
009300     SELECT PRC-FILE   ASSIGN TO GLPRCOUT
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS  IS WS-PND-STATUS.
009600
009700     SELECT COA-FILE   ASSIGN TO GLCOA
009800         ORGANIZATION IS INDEXED
009900         ACCESS       IS DYNAMIC
010000         RECORD KEY   IS GLCOA-KEY
010100         FILE STATUS  IS WS-COA-STATUS.
010200
010300     SELECT BAL-FILE   ASSIGN TO GLPERBAL
010400         ORGANIZATION IS INDEXED
010500         ACCESS       IS DYNAMIC
010600         RECORD KEY   IS GLBAL-KEY
010700         FILE STATUS  IS WS-BAL-STATUS.
010800
010900     SELECT PER-FILE   ASSIGN TO GLPERIOD
011000         ORGANIZATION IS INDEXED
011100         ACCESS       IS DYNAMIC
011200         RECORD KEY   IS GLPER-KEY
011300         FILE STATUS  IS WS-PER-STATUS.
011400
011500     SELECT HST-FILE   ASSIGN TO GLHIST
011600         ORGANIZATION IS INDEXED
011700         ACCESS       IS DYNAMIC
011800         RECORD KEY   IS GLHST-KEY
011900         FILE STATUS  IS WS-HST-STATUS.
012000
012100     SELECT BTCH-FILE  ASSIGN TO GLBATCH
012200         ORGANIZATION IS INDEXED
012300         ACCESS       IS DYNAMIC
012400         RECORD KEY   IS GLBTCH-KEY
012500         FILE STATUS  IS WS-BTCH-STATUS.
012600
012700     SELECT BOOK-FILE  ASSIGN TO GLBOOKS
012800         ORGANIZATION IS INDEXED
012900         ACCESS       IS DYNAMIC
013000         RECORD KEY   IS GLBOOK-KEY
013100         FILE STATUS  IS WS-BOOK-STATUS.
013200
013300     SELECT FCL-FILE   ASSIGN TO GLFSCAL
013400         ORGANIZATION IS INDEXED
013500         ACCESS       IS DYNAMIC
013600         RECORD KEY   IS GLFCL-KEY
013700         FILE STATUS  IS WS-FCL-STATUS.
013800
013900     SELECT CURR-FILE  ASSIGN TO GLCURR
014000         ORGANIZATION IS INDEXED
014100         ACCESS       IS DYNAMIC
014200         RECORD KEY   IS GLCURR-KEY
014300         FILE STATUS  IS WS-CURR-STATUS.
014400
014500     SELECT RAT-FILE   ASSIGN TO GLRATES
014600         ORGANIZATION IS INDEXED
014700         ACCESS       IS DYNAMIC
014800         RECORD KEY   IS GLRAT-KEY
014900         FILE STATUS  IS WS-RAT-STATUS.
015000
015100     SELECT DEP-FILE   ASSIGN TO GLDEPT
015200         ORGANIZATION IS INDEXED
015300         ACCESS       IS DYNAMIC
015400         RECORD KEY   IS GLDEP-KEY
015500         FILE STATUS  IS WS-DEP-STATUS.
015600
015700     SELECT SEG-FILE   ASSIGN TO GLSEGVAL
015800         ORGANIZATION IS INDEXED
015900         ACCESS       IS DYNAMIC
016000         RECORD KEY   IS GLSEG-KEY
016100         FILE STATUS  IS WS-SEG-STATUS.
016200
016300     SELECT PRJ-FILE   ASSIGN TO GLPROJ
016400         ORGANIZATION IS INDEXED
016500         ACCESS       IS DYNAMIC
016600         RECORD KEY   IS GLPRJ-KEY
016700         FILE STATUS  IS WS-PRJ-STATUS.
016800
016900     SELECT SORT-FILE  ASSIGN TO GLPFSRT.
017000
017100     SELECT RPT-FILE   ASSIGN TO GLPROFTBP
017200         ORGANIZATION IS SEQUENTIAL
017300         FILE STATUS  IS WS-RPT-STATUS.
017400
017500/
017600*****************************************************************
017700* D A T A   D I V I S I O N                                     *
017800*****************************************************************
017900 DATA DIVISION.
018000 FILE SECTION.
018100
018200*
018300* THE PENDING FILES ALL CARRY THE GLJEREC LAYOUT; EACH IS READ
018400* INTO THE ONE COPY OF IT IN WORKING STORAGE.  GLTRANIN'S ROWS
018450* ARE THE SAME IMAGE FOLLOWED BY THE LINE'S STATUS (GLPNDREC).
018500*
018600 FD  JE-FILE
018700     LABEL RECORDS ARE STANDARD
018800     RECORDING MODE IS F.
018900     COPY GLPNDREC.
019000
019100 FD  REC-FILE
019200     LABEL RECORDS ARE STANDARD
019300     RECORDING MODE IS F.
019400 01  REC-RECORD                 PIC X(63).
019500
019600 FD  REV-FILE
019700     LABEL RECORDS ARE STANDARD
019800     RECORDING MODE IS F.
019900 01  REV-RECORD                 PIC X(63).
020000
020600 FD  ALC-FILE
020700     LABEL RECORDS ARE STANDARD
020800     RECORDING MODE IS F.
020900 01  ALC-RECORD                 PIC X(63).
021000
021100 FD  AMR-FILE
021200     LABEL RECORDS ARE STANDARD
021300     RECORDING MODE IS F.
021400 01  AMR-RECORD                 PIC X(63).
021500
021600 FD  CLS-FILE
021700     LABEL RECORDS ARE STANDARD
021800     RECORDING MODE IS F.
021900 01  CLS-RECORD                 PIC X(63).
022000
022100 FD  ESC-FILE
022200     LABEL RECORDS ARE STANDARD
022300     RECORDING MODE IS F.
022400 01  ESC-RECORD                 PIC X(63).
022500
022600 FD  FAS-FILE
022700     LABEL RECORDS ARE STANDARD
022800     RECORDING MODE IS F.
022900 01  FAS-RECORD                 PIC X(63).
023000
023100 FD  INT-FILE
023200     LABEL RECORDS ARE STANDARD
023300     RECORDING MODE IS F.
023400 01  INT-RECORD                 PIC X(63).
023500
023600 FD  PRC-FILE
023700     LABEL RECORDS ARE STANDARD
023800     RECORDING MODE IS F.
023900 01  PRC-RECORD                 PIC X(63).
024000
024100 FD  COA-FILE
024200     LABEL RECORDS ARE STANDARD.
024300     COPY GLCOAREC.
024400
024500 FD  BAL-FILE
024600     LABEL RECORDS ARE STANDARD.
024700     COPY GLBALREC.
024800
024900 FD  PER-FILE
025000     LABEL RECORDS ARE STANDARD.
025100     COPY GLPERREC.
025200
025300 FD  HST-FILE
025400     LABEL RECORDS ARE STANDARD.
025500     COPY GLHSTREC.
025600
025700 FD  BTCH-FILE
025800     LABEL RECORDS ARE STANDARD.
025900     COPY GLBTCHREC.
026000
026100 FD  BOOK-FILE
026200     LABEL RECORDS ARE STANDARD.
026300     COPY GLBOOKREC.
026400
026500 FD  FCL-FILE
026600     LABEL RECORDS ARE STANDARD.
026700     COPY GLFCLREC.
026800
026900 FD  CURR-FILE
027000     LABEL RECORDS ARE STANDARD.
027100     COPY GLCURRREC.
027200
027300 FD  RAT-FILE
027400     LABEL RECORDS ARE STANDARD.
027500     COPY GLRATREC.
027600
027700 FD  DEP-FILE
027800     LABEL RECORDS ARE STANDARD.
027900     COPY GLDEPREC.
028000
028100 FD  SEG-FILE
028200     LABEL RECORDS ARE STANDARD.
028300     COPY GLSEGREC.
028400
028500 FD  PRJ-FILE
028600     LABEL RECORDS ARE STANDARD.
028700     COPY GLPRJREC.
028800
028900*
029000* ONE ROW PER PENDING LINE: "A" A LINE THAT WOULD POST TO THE
029100* BASE LEDGER, "R" ONE THAT WOULD BE REJECTED.  THE "A" ROWS
029200* SORT FIRST, IN THE CHART'S COMPANY/ACCOUNT ORDER.
029300*
029400 SD  SORT-FILE.
029500 01  SRT-RECORD.
029600     05  SRT-KIND               PIC X(01).
029700         88  SRT-ACCEPTED               VALUE "A".
029800         88  SRT-REJECTED               VALUE "R".
029900     05  SRT-CO-CODE            PIC X(03).
030000     05  SRT-ACCT-NO            PIC 9(06).
030100     05  SRT-SOURCE             PIC X(08).
030200     05  SRT-BATCH-NO           PIC 9(06).
030300     05  SRT-LINE-NO            PIC 9(04).
030400     05  SRT-DR-CR-CODE         PIC X(01).
030500         88  SRT-DEBIT                  VALUE "D".
030600     05  SRT-PERIOD             PIC 9(06).
030700     05  SRT-QTY                PIC S9(7)V99    COMP-3.
030800     05  SRT-LINE-AMT           PIC S9(9)V99    COMP-3.
030900     05  SRT-HOME-AMT           PIC S9(9)V99    COMP-3.
031000     05  SRT-CURR-CODE          PIC X(03).
031100     05  SRT-REASON             PIC X(20).
031200
031300 FD  RPT-FILE
031400     LABEL RECORDS ARE STANDARD
031500     RECORDING MODE IS F.
031600     COPY GLTRPTREC.
031700
031800/
031900*****************************************************************
032000* W O R K I N G   S T O R A G E   S E C T I O N                 *
032100*****************************************************************
032200 WORKING-STORAGE SECTION.
032300
032400 77  WS-PND-STATUS              PIC X(02) VALUE SPACES.
032500     88  WS-PND-OK                       VALUE "00".
032600     88  WS-PND-EOF                      VALUE "10".
032700
032800 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
032900     88  WS-COA-OK                       VALUE "00".
033000     88  WS-COA-EOF                      VALUE "10".
033100
033200 77  WS-BAL-STATUS              PIC X(02) VALUE SPACES.
033300     88  WS-BAL-OK                       VALUE "00".
033400
033500 77  WS-PER-STATUS              PIC X(02) VALUE SPACES.
033600     88  WS-PER-OK                       VALUE "00".
033700
033800 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
033900     88  WS-HST-OK                       VALUE "00".
034000
034100 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
034200     88  WS-BTCH-OK                      VALUE "00".
034300
034400 77  WS-BOOK-STATUS             PIC X(02) VALUE SPACES.
034500     88  WS-BOOK-OK                      VALUE "00".
034600
034700 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
034800     88  WS-FCL-OK                       VALUE "00".
034900
035000 77  WS-CURR-STATUS             PIC X(02) VALUE SPACES.
035100     88  WS-CURR-OK                      VALUE "00".
035200
035300 77  WS-RAT-STATUS              PIC X(02) VALUE SPACES.
035400     88  WS-RAT-OK                       VALUE "00".
035500
035600 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
035700     88  WS-DEP-OK                       VALUE "00".
035800
035900 77  WS-SEG-STATUS              PIC X(02) VALUE SPACES.
036000     88  WS-SEG-OK                       VALUE "00".
036100
036200 77  WS-PRJ-STATUS              PIC X(02) VALUE SPACES.
036300     88  WS-PRJ-OK                       VALUE "00".
036400
036500 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
036600
036700 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
036800     88  WS-SORT-EOF                     VALUE "Y".
036900
037000 77  WS-BAL-EOF-SW              PIC X(01) VALUE "N".
037100     88  WS-BAL-EOF                      VALUE "Y".
037200
037300 77  WS-HST-EOF-SW              PIC X(01) VALUE "N".
037400     88  WS-HST-RANGE-EOF                VALUE "Y".
037500
037600 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
037700     88  WS-FIRST-RECORD                 VALUE "Y".
037800
037900 77  WS-HOME-CURR-CODE          PIC X(03) VALUE "USD".
038000
038100*
038200* THE PENDING FILES, READ IN THIS ORDER.
038300*
038400 77  WS-PF-IX                   PIC 9(02) BINARY VALUE ZERO.
038500 77  WS-PF-CNT                  PIC 9(02) BINARY VALUE 10.
038600
038700 01  WS-PF-NAME-LIST.
038800     05  FILLER                 PIC X(08) VALUE "GLTRANIN".
038900     05  FILLER                 PIC X(08) VALUE "GLRECOUT".
039000     05  FILLER                 PIC X(08) VALUE "GLREVOUT".
039200     05  FILLER                 PIC X(08) VALUE "GLALCOUT".
039300     05  FILLER                 PIC X(08) VALUE "GLAMROUT".
039400     05  FILLER                 PIC X(08) VALUE "GLCLSOUT".
039500     05  FILLER                 PIC X(08) VALUE "GLESCOUT".
039600     05  FILLER                 PIC X(08) VALUE "GLFASOUT".
039700     05  FILLER                 PIC X(08) VALUE "GLINTOUT".
039800     05  FILLER                 PIC X(08) VALUE "GLPRCOUT".
039900 01  WS-PF-NAME-LIST-R          REDEFINES WS-PF-NAME-LIST.
040000     05  WS-PF-NAME             OCCURS 10 TIMES
040100                                PIC X(08).
040200
040300 77  WS-PF-READ-CNT             PIC 9(07) VALUE ZERO.
040400 77  WS-PND-READ-CNT            PIC 9(07) VALUE ZERO.
040500 77  WS-PND-POST-CNT            PIC 9(07) VALUE ZERO.
040600 77  WS-PND-BOOK-CNT            PIC 9(07) VALUE ZERO.
040700 77  WS-PND-REJ-CNT             PIC 9(07) VALUE ZERO.
040800 77  WS-PND-REJ-AMT             PIC S9(11)V99 COMP-3 VALUE ZERO.
040900
041000 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
041100 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
041200 77  WS-SEL-ACCT-FROM           PIC 9(06) VALUE ZERO.
041300 77  WS-SEL-ACCT-TO             PIC 9(06) VALUE ZERO.
041400 77  WS-SEL-PER-FROM            PIC 9(06) VALUE ZERO.
041500 77  WS-SEL-PER-TO              PIC 9(06) VALUE ZERO.
041600
041700*
041800* THE CHECKS OF THE BATCH IN HAND ARE MADE ONCE, WHEN THE
041900* BATCH NUMBER CHANGES; A BATCH REASON OF SPACES MEANS THE
042000* BATCH PASSED.
042100*
042200 77  WS-LAST-BATCH-NO           PIC 9(06) VALUE ZERO.
042300 77  WS-BATCH-REASON            PIC X(20) VALUE SPACES.
042400 77  WS-BATCH-BOOK-SW           PIC X(01) VALUE "N".
042500     88  WS-BATCH-IS-BOOK                VALUE "Y".
042600 77  WS-BATCH-PER-SW            PIC X(01) VALUE "N".
042700     88  WS-BATCH-PER-CLOSED             VALUE "Y".
042800 77  WS-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
042900 77  WS-ENTRY-DATE              PIC 9(08) VALUE ZERO.
043000 77  WS-SOURCE-CODE             PIC X(04) VALUE SPACES.
043100
043200 77  WS-REJ-REASON              PIC X(20) VALUE SPACES.
043300 77  WS-EXCH-RATE               PIC S9(03)V9(06) COMP-3
043400                                          VALUE ZERO.
043500 77  WS-LINE-AMT                PIC S9(9)V99 COMP-3 VALUE ZERO.
043600
043700 01  WS-SEG-ACCT-NO.
043800     05  WS-SEG-DIV             PIC 9(01).
043900     05  WS-SEG-NATURAL         PIC 9(03).
044000     05  WS-SEG-SUB             PIC 9(02).
044100
044200*
044300* ONE ACCOUNT'S POSTED AND PENDING DEBITS AND CREDITS, AND
044400* THE COMPANY AND REPORT TOTALS THEY ROLL INTO.
044500*
044600 77  WS-CUR-PERIOD              PIC 9(06) VALUE ZERO.
044700 77  WS-PERIOD-CLOSED-SW        PIC X(01) VALUE "N".
044800     88  WS-PERIOD-IS-CLOSED             VALUE "Y".
044900
045000 77  WS-PREV-CO-CODE            PIC X(03) VALUE SPACES.
045100 77  WS-ACCT-DR                 PIC S9(09)V99 COMP-3 VALUE ZERO.
045200 77  WS-ACCT-CR                 PIC S9(09)V99 COMP-3 VALUE ZERO.
045300 77  WS-PND-DR                  PIC S9(09)V99 COMP-3 VALUE ZERO.
045400 77  WS-PND-CR                  PIC S9(09)V99 COMP-3 VALUE ZERO.
045500 77  WS-PND-QTY                 PIC S9(09)V99 COMP-3 VALUE ZERO.
045600 77  WS-ACCT-POSTED             PIC S9(09)V99 COMP-3 VALUE ZERO.
045700 77  WS-ACCT-PENDING            PIC S9(09)V99 COMP-3 VALUE ZERO.
045800 77  WS-ACCT-PROFORMA           PIC S9(09)V99 COMP-3 VALUE ZERO.
045900
046000 77  WS-CO-POSTED               PIC S9(11)V99 COMP-3 VALUE ZERO.
046100 77  WS-CO-PENDING              PIC S9(11)V99 COMP-3 VALUE ZERO.
046200 77  WS-CO-PROFORMA             PIC S9(11)V99 COMP-3 VALUE ZERO.
046300 77  WS-CO-PF-DR                PIC S9(11)V99 COMP-3 VALUE ZERO.
046400 77  WS-CO-PF-CR                PIC S9(11)V99 COMP-3 VALUE ZERO.
046500 77  WS-TOTAL-PF-DR             PIC S9(11)V99 COMP-3 VALUE ZERO.
046600 77  WS-TOTAL-PF-CR             PIC S9(11)V99 COMP-3 VALUE ZERO.
046700 77  WS-ANY-CO-SW               PIC X(01) VALUE "N".
046800     88  WS-ANY-CO                       VALUE "Y".
046900
047000*
047100* ACCOUNTS IN A RESTRICTED RANGE THE REQUESTING USER MAY NOT
047200* SEE ARE ROLLED INTO ONE LINE PER COMPANY, AS IN GLTRIAL.
047300*
047400 77  WS-RST-CNT                 PIC 9(04) BINARY VALUE ZERO.
047500 77  WS-RST-POSTED              PIC S9(11)V99 COMP-3 VALUE ZERO.
047600 77  WS-RST-PENDING             PIC S9(11)V99 COMP-3 VALUE ZERO.
047700 77  WS-RST-PROFORMA            PIC S9(11)V99 COMP-3 VALUE ZERO.
047800
047900 01  WS-DETAIL-LINE.
048000     05  WS-DTL-CO-CODE         PIC X(03).
048100     05  FILLER                 PIC X(01) VALUE SPACES.
048200     05  WS-DTL-ACCT-NO         PIC 9(06).
048300     05  FILLER                 PIC X(01) VALUE SPACES.
048400     05  WS-DTL-DESC            PIC X(20).
048500     05  FILLER                 PIC X(01) VALUE SPACES.
048600     05  WS-DTL-POSTED          PIC -(9)9.99.
048700     05  FILLER                 PIC X(01) VALUE SPACES.
048800     05  WS-DTL-PENDING         PIC -(9)9.99.
048900     05  FILLER                 PIC X(01) VALUE SPACES.
049000     05  WS-DTL-PROFORMA        PIC -(9)9.99.
049100     05  FILLER                 PIC X(01) VALUE SPACES.
049200     05  WS-DTL-UNITS           PIC X(05).
049300
049400 01  WS-CO-HEAD-LINE.
049500     05  FILLER                 PIC X(08) VALUE "COMPANY ".
049600     05  WS-CO-HEAD-CO-CODE     PIC X(03).
049700
049800 01  WS-CO-TOTAL-LINE.
049900     05  WS-CO-TOT-CO-CODE      PIC X(03).
050000     05  FILLER                 PIC X(01) VALUE SPACES.
050100     05  FILLER                 PIC X(27) VALUE
050200             "COMPANY TOTAL".
050300     05  WS-CO-TOT-POSTED       PIC -(9)9.99.
050400     05  FILLER                 PIC X(01) VALUE SPACES.
050500     05  WS-CO-TOT-PENDING      PIC -(9)9.99.
050600     05  FILLER                 PIC X(01) VALUE SPACES.
050700     05  WS-CO-TOT-PROFORMA     PIC -(9)9.99.
050800
050900 01  WS-RST-LINE.
051000     05  WS-RST-PRT-CO-CODE     PIC X(03).
051100     05  FILLER                 PIC X(01) VALUE SPACES.
051200     05  FILLER                 PIC X(11) VALUE "RESTRICTED ".
051300     05  WS-RST-PRT-CNT         PIC ZZZ9.
051400     05  FILLER                 PIC X(12) VALUE
051500             " SUMMARIZED".
051600     05  WS-RST-PRT-POSTED      PIC -(9)9.99.
051700     05  FILLER                 PIC X(01) VALUE SPACES.
051800     05  WS-RST-PRT-PENDING     PIC -(9)9.99.
051900     05  FILLER                 PIC X(01) VALUE SPACES.
052000     05  WS-RST-PRT-PROFORMA    PIC -(9)9.99.
052100
052200 01  WS-PF-TOTAL-LINE.
052300     05  FILLER                 PIC X(05) VALUE SPACES.
052400     05  WS-PF-TOT-LABEL        PIC X(24).
052500     05  WS-PF-TOT-DR           PIC -(11)9.99.
052600     05  FILLER                 PIC X(02) VALUE SPACES.
052700     05  FILLER                 PIC X(04) VALUE "CR  ".
052800     05  WS-PF-TOT-CR           PIC -(11)9.99.
052900
053000 01  WS-SELECT-LINE.
053100     05  FILLER                 PIC X(12) VALUE "SELECTED CO=".
053200     05  WS-SEL-PRT-CO-FROM     PIC X(03).
053300     05  FILLER                 PIC X(01) VALUE "-".
053400     05  WS-SEL-PRT-CO-TO       PIC X(03).
053500     05  FILLER                 PIC X(06) VALUE " ACCT=".
053600     05  WS-SEL-PRT-ACCT-FROM   PIC 9(06).
053700     05  FILLER                 PIC X(01) VALUE "-".
053800     05  WS-SEL-PRT-ACCT-TO     PIC 9(06).
053900     05  FILLER                 PIC X(05) VALUE " PER=".
054000     05  WS-SEL-PRT-PER-FROM    PIC 9(06).
054100     05  FILLER                 PIC X(01) VALUE "-".
054200     05  WS-SEL-PRT-PER-TO      PIC 9(06).
054300
054400 01  WS-REJ-LINE.
054500     05  WS-REJ-SOURCE          PIC X(08).
054600     05  FILLER                 PIC X(01) VALUE SPACES.
054700     05  WS-REJ-BATCH-NO        PIC 9(06).
054800     05  FILLER                 PIC X(01) VALUE SPACES.
054900     05  WS-REJ-LINE-NO         PIC 9(04).
055000     05  FILLER                 PIC X(01) VALUE SPACES.
055100     05  WS-REJ-CO-CODE         PIC X(03).
055200     05  FILLER                 PIC X(01) VALUE SPACES.
055300     05  WS-REJ-ACCT-NO         PIC 9(06).
055400     05  FILLER                 PIC X(01) VALUE SPACES.
055500     05  WS-REJ-DR-CR           PIC X(01).
055600     05  FILLER                 PIC X(01) VALUE SPACES.
055700     05  WS-REJ-AMT             PIC -(9)9.99.
055800     05  FILLER                 PIC X(01) VALUE SPACES.
055900     05  WS-REJ-CURR-CODE       PIC X(03).
056000     05  FILLER                 PIC X(01) VALUE SPACES.
056100     05  WS-REJ-REASON-PRT      PIC X(20).
056200
056300 01  WS-REJ-TOTAL-LINE.
056400     05  FILLER                 PIC X(16) VALUE
056500             "LINES REJECTED: ".
056600     05  WS-REJ-TOT-CNT         PIC Z(6)9.
056700     05  FILLER                 PIC X(17) VALUE
056800             "   LINE AMOUNTS: ".
056900     05  WS-REJ-TOT-AMT         PIC -(11)9.99.
057000
057100     COPY GLJEREC.
057200
057300     COPY GLRSCREC.
057400/
057500****************************************************************
057600* L I N K A G E   S E C T I O N                                *
057700****************************************************************
057800 LINKAGE SECTION.
057900     COPY GLRQSREC.
058000/
058100*****************************************************************
058200* P R O C E D U R E   D I V I S I O N                           *
058300*****************************************************************
058400 PROCEDURE DIVISION      USING GLRQS-RECORD.
058500
058600*****************************************************************
058700* 0000-MAINLINE                                                 *
058800*****************************************************************
058900 0000-MAINLINE.
059000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
059100     SORT SORT-FILE
059200         ON ASCENDING KEY SRT-KIND
059300         ON ASCENDING KEY SRT-CO-CODE
059400         ON ASCENDING KEY SRT-ACCT-NO
059500         ON ASCENDING KEY SRT-BATCH-NO
059600         ON ASCENDING KEY SRT-LINE-NO
059700         INPUT PROCEDURE IS 1500-LOAD-PENDING THRU 1500-EXIT
059800         OUTPUT PROCEDURE IS 3000-PRINT-REPORT THRU 3000-EXIT.
059900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
060000     GO TO 9999-EXIT.
060100
060200*****************************************************************
060300* 1000-INITIALIZE - OPEN THE MASTERS AND THE REPORT AND PRINT   *
060400*                   THE REPORT HEADINGS                         *
060500*****************************************************************
060600 1000-INITIALIZE.
060700     PERFORM 1050-SET-SELECTIONS  THRU 1050-EXIT.
060800     OPEN INPUT  COA-FILE.
060900     OPEN INPUT  BAL-FILE.
061000     OPEN INPUT  PER-FILE.
061100     OPEN INPUT  HST-FILE.
061200     OPEN INPUT  BTCH-FILE.
061300     OPEN INPUT  BOOK-FILE.
061400     OPEN INPUT  FCL-FILE.
061500     OPEN INPUT  CURR-FILE.
061600     OPEN INPUT  RAT-FILE.
061700     OPEN INPUT  DEP-FILE.
061800     OPEN INPUT  SEG-FILE.
061900     OPEN INPUT  PRJ-FILE.
062000     OPEN OUTPUT RPT-FILE.
062100
062200     MOVE SPACES                  TO  GLTRPT-RECORD.
062300     MOVE "GENERAL LEDGER PRO-FORMA TRIAL BALANCE"
062400                                   TO  GLTRPT-RECORD.
062500     WRITE GLTRPT-RECORD.
062600
062700     MOVE GLRQS-CO-FROM           TO  WS-SEL-PRT-CO-FROM.
062800     MOVE GLRQS-CO-TO             TO  WS-SEL-PRT-CO-TO.
062900     IF  GLRQS-CO-FROM IS EQUAL TO SPACES
063000         MOVE "ALL"               TO  WS-SEL-PRT-CO-FROM
063100         MOVE "ALL"               TO  WS-SEL-PRT-CO-TO.
063200     MOVE WS-SEL-ACCT-FROM        TO  WS-SEL-PRT-ACCT-FROM.
063300     MOVE WS-SEL-ACCT-TO          TO  WS-SEL-PRT-ACCT-TO.
063400     MOVE WS-SEL-PER-FROM         TO  WS-SEL-PRT-PER-FROM.
063500     MOVE WS-SEL-PER-TO           TO  WS-SEL-PRT-PER-TO.
063600     MOVE WS-SELECT-LINE          TO  GLTRPT-RECORD.
063700     WRITE GLTRPT-RECORD.
063800
063900     MOVE SPACES                  TO  GLTRPT-RECORD.
064000     WRITE GLTRPT-RECORD.
064100
064200     MOVE SPACES                  TO  GLTRPT-RECORD.
064300     MOVE "CO  ACCOUNT DESCRIPTION               POSTED       PEN
064400-         "DING     PRO-FORMA"     TO  GLTRPT-RECORD.
064500     WRITE GLTRPT-RECORD.
064600 1000-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000* 1050-SET-SELECTIONS - NORMALIZE THE CALLER'S SELECTIONS:      *
065100*                       BLANK/ZERO MEANS NO LIMIT ON THAT SIDE  *
065200*                       OF THE RANGE                            *
065300*****************************************************************
065400 1050-SET-SELECTIONS.
065500     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
065600     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
065700     MOVE GLRQS-ACCT-FROM         TO  WS-SEL-ACCT-FROM.
065800     MOVE GLRQS-ACCT-TO           TO  WS-SEL-ACCT-TO.
065900     MOVE GLRQS-PERIOD-FROM       TO  WS-SEL-PER-FROM.
066000     MOVE GLRQS-PERIOD-TO         TO  WS-SEL-PER-TO.
066100
066200     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
066300         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
066400     ELSE
066500         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
066600             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
066700
066800     IF  WS-SEL-ACCT-TO IS EQUAL TO ZERO
066900         MOVE 999999              TO  WS-SEL-ACCT-TO.
067000
067100     IF  WS-SEL-PER-TO IS EQUAL TO ZERO
067200         MOVE 999999              TO  WS-SEL-PER-TO.
067300 1050-EXIT.
067400     EXIT.
067500
067600*****************************************************************
067700* 1500-LOAD-PENDING - SORT INPUT PROCEDURE; EVERY PENDING FILE  *
067800*                     IN TURN                                   *
067900*****************************************************************
068000 1500-LOAD-PENDING.
068100     PERFORM 1510-ONE-PENDING-FILE THRU 1510-EXIT
068200         VARYING WS-PF-IX FROM 1 BY 1
068300         UNTIL WS-PF-IX IS GREATER THAN WS-PF-CNT.
068400
068500     DISPLAY "GLPROFTB - PENDING LINES READ: " WS-PND-READ-CNT
068600             "  WOULD POST: " WS-PND-POST-CNT
068700             "  WOULD REJECT: " WS-PND-REJ-CNT.
068800 1500-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200* 1510-ONE-PENDING-FILE - OPEN, READ THROUGH AND CLOSE ONE      *
069300*                         PENDING FILE; ONE THAT WILL NOT OPEN  *
069400*                         HAS NOTHING WAITING                   *
069500*****************************************************************
069600 1510-ONE-PENDING-FILE.
069700     MOVE ZERO                    TO  WS-PF-READ-CNT.
069800     PERFORM 1520-OPEN-PENDING    THRU 1520-EXIT.
069900     IF  NOT WS-PND-OK
070000         DISPLAY "GLPROFTB - " WS-PF-NAME (WS-PF-IX)
070100                 " NOT AVAILABLE, STATUS " WS-PND-STATUS
070200                 " - PASSED OVER"
070300         GO TO 1510-EXIT.
070400
070500     PERFORM 1600-ONE-PENDING-LINE THRU 1600-EXIT
070600         UNTIL WS-PND-EOF.
070700     PERFORM 1540-CLOSE-PENDING   THRU 1540-EXIT.
070800
070900     DISPLAY "GLPROFTB - " WS-PF-NAME (WS-PF-IX)
071000             " LINES: " WS-PF-READ-CNT.
071100 1510-EXIT.
071200     EXIT.
071300
071400*****************************************************************
071500* 1520-OPEN-PENDING - OPEN PENDING FILE WS-PF-IX                *
071600*****************************************************************
071700 1520-OPEN-PENDING.
071800     IF  WS-PF-IX IS EQUAL TO 1
071900         OPEN INPUT JE-FILE.
072000     IF  WS-PF-IX IS EQUAL TO 2
072100         OPEN INPUT REC-FILE.
072200     IF  WS-PF-IX IS EQUAL TO 3
072300         OPEN INPUT REV-FILE.
072600     IF  WS-PF-IX IS EQUAL TO 4
072700         OPEN INPUT ALC-FILE.
072800     IF  WS-PF-IX IS EQUAL TO 5
072900         OPEN INPUT AMR-FILE.
073000     IF  WS-PF-IX IS EQUAL TO 6
073100         OPEN INPUT CLS-FILE.
073200     IF  WS-PF-IX IS EQUAL TO 7
073300         OPEN INPUT ESC-FILE.
073400     IF  WS-PF-IX IS EQUAL TO 8
073500         OPEN INPUT FAS-FILE.
073600     IF  WS-PF-IX IS EQUAL TO 9
073700         OPEN INPUT INT-FILE.
073800     IF  WS-PF-IX IS EQUAL TO 10
073900         OPEN INPUT PRC-FILE.
074000 1520-EXIT.
074100     EXIT.
074200
074300*****************************************************************
074400* 1530-READ-PENDING - NEXT LINE OF PENDING FILE WS-PF-IX INTO   *
074500*                     GLJE-RECORD                               *
074600*****************************************************************
074700 1530-READ-PENDING.
074800     IF  WS-PF-IX IS EQUAL TO 1
074900         READ JE-FILE  NEXT RECORD INTO GLJE-RECORD.
075000     IF  WS-PF-IX IS EQUAL TO 2
075100         READ REC-FILE INTO GLJE-RECORD.
075200     IF  WS-PF-IX IS EQUAL TO 3
075300         READ REV-FILE INTO GLJE-RECORD.
075600     IF  WS-PF-IX IS EQUAL TO 4
075700         READ ALC-FILE INTO GLJE-RECORD.
075800     IF  WS-PF-IX IS EQUAL TO 5
075900         READ AMR-FILE INTO GLJE-RECORD.
076000     IF  WS-PF-IX IS EQUAL TO 6
076100         READ CLS-FILE INTO GLJE-RECORD.
076200     IF  WS-PF-IX IS EQUAL TO 7
076300         READ ESC-FILE INTO GLJE-RECORD.
076400     IF  WS-PF-IX IS EQUAL TO 8
076500         READ FAS-FILE INTO GLJE-RECORD.
076600     IF  WS-PF-IX IS EQUAL TO 9
076700         READ INT-FILE INTO GLJE-RECORD.
076800     IF  WS-PF-IX IS EQUAL TO 10
076900         READ PRC-FILE INTO GLJE-RECORD.
077000 1530-EXIT.
077100     EXIT.
077200
077300*****************************************************************
077400* 1540-CLOSE-PENDING - CLOSE PENDING FILE WS-PF-IX              *
077500*****************************************************************
077600 1540-CLOSE-PENDING.
077700     IF  WS-PF-IX IS EQUAL TO 1
077800         CLOSE JE-FILE.
077900     IF  WS-PF-IX IS EQUAL TO 2
078000         CLOSE REC-FILE.
078100     IF  WS-PF-IX IS EQUAL TO 3
078200         CLOSE REV-FILE.
078500     IF  WS-PF-IX IS EQUAL TO 4
078600         CLOSE ALC-FILE.
078700     IF  WS-PF-IX IS EQUAL TO 5
078800         CLOSE AMR-FILE.
078900     IF  WS-PF-IX IS EQUAL TO 6
079000         CLOSE CLS-FILE.
079100     IF  WS-PF-IX IS EQUAL TO 7
079200         CLOSE ESC-FILE.
079300     IF  WS-PF-IX IS EQUAL TO 8
079400         CLOSE FAS-FILE.
079500     IF  WS-PF-IX IS EQUAL TO 9
079600         CLOSE INT-FILE.
079700     IF  WS-PF-IX IS EQUAL TO 10
079800         CLOSE PRC-FILE.
079900 1540-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300* 1600-ONE-PENDING-LINE - READ ONE PENDING LINE, PUT IT THROUGH *
080400*                         GLPOST'S CHECKS AND RELEASE IT TO THE *
080500*                         SORT WHEN IT FALLS IN THE SELECTIONS  *
080600*****************************************************************
080700 1600-ONE-PENDING-LINE.
080800     PERFORM 1530-READ-PENDING    THRU 1530-EXIT.
080900     IF  NOT WS-PND-OK
081000         MOVE "10"                TO  WS-PND-STATUS
081100         GO TO 1600-EXIT.
081130     IF  WS-PF-IX IS EQUAL TO 1
081160     AND NOT GLPND-PENDING
081180         GO TO 1600-EXIT.
081200     ADD 1                        TO  WS-PF-READ-CNT.
081300     ADD 1                        TO  WS-PND-READ-CNT.
081400
081500     IF  GLJE-CURR-CODE IS EQUAL TO SPACES
081600         MOVE WS-HOME-CURR-CODE   TO  GLJE-CURR-CODE.
081700     MULTIPLY GLJE-QTY BY GLJE-PRICE
081800         GIVING WS-LINE-AMT.
081900
082000     PERFORM 1700-CHECK-LINE      THRU 1700-EXIT.
082100
082200     IF  GLJE-CO-CODE IS LESS THAN WS-SEL-CO-FROM
082300     OR  GLJE-CO-CODE IS GREATER THAN WS-SEL-CO-TO
082400     OR  GLJE-ACCT-NO IS LESS THAN WS-SEL-ACCT-FROM
082500     OR  GLJE-ACCT-NO IS GREATER THAN WS-SEL-ACCT-TO
082600     OR  WS-FISCAL-PERIOD IS LESS THAN WS-SEL-PER-FROM
082700     OR  WS-FISCAL-PERIOD IS GREATER THAN WS-SEL-PER-TO
082800         GO TO 1600-EXIT.
082900
083000     MOVE SPACES                  TO  SRT-RECORD.
083100     MOVE GLJE-CO-CODE            TO  SRT-CO-CODE.
083200     MOVE GLJE-ACCT-NO            TO  SRT-ACCT-NO.
083300     MOVE WS-PF-NAME (WS-PF-IX)   TO  SRT-SOURCE.
083400     MOVE GLJE-BATCH-NO           TO  SRT-BATCH-NO.
083500     MOVE GLJE-LINE-NO            TO  SRT-LINE-NO.
083600     MOVE GLJE-DR-CR-CODE         TO  SRT-DR-CR-CODE.
083700     MOVE WS-FISCAL-PERIOD        TO  SRT-PERIOD.
083800     MOVE GLJE-QTY                TO  SRT-QTY.
083900     MOVE WS-LINE-AMT             TO  SRT-LINE-AMT.
084000     MOVE GLJE-CURR-CODE          TO  SRT-CURR-CODE.
084100     MOVE WS-REJ-REASON           TO  SRT-REASON.
084200
084300     IF  WS-REJ-REASON IS NOT EQUAL TO SPACES
084400         MOVE "R"                 TO  SRT-KIND
084500         MOVE ZERO                TO  SRT-HOME-AMT
084600         ADD 1                    TO  WS-PND-REJ-CNT
084700         RELEASE SRT-RECORD
084800         GO TO 1600-EXIT.
084900
085000     IF  WS-BATCH-IS-BOOK
085100         ADD 1                    TO  WS-PND-BOOK-CNT
085200         GO TO 1600-EXIT.
085300
085400     MOVE "A"                     TO  SRT-KIND.
085500     MULTIPLY WS-LINE-AMT BY WS-EXCH-RATE
085600         GIVING SRT-HOME-AMT.
085700     ADD 1                        TO  WS-PND-POST-CNT.
085800     RELEASE SRT-RECORD.
085900 1600-EXIT.
086000     EXIT.
086100
086200*****************************************************************
086300* 1700-CHECK-LINE - GLPOST'S CHECKS IN GLPOST'S ORDER; THE      *
086400*                   FIRST ONE FAILED LEAVES ITS REASON IN       *
086500*                   WS-REJ-REASON, WHICH STAYS BLANK FOR A LINE *
086600*                   THAT WOULD POST                             *
086700*****************************************************************
086800 1700-CHECK-LINE.
086900     MOVE SPACES                  TO  WS-REJ-REASON.
087000     IF  GLJE-BATCH-NO IS NOT EQUAL TO WS-LAST-BATCH-NO
087100     OR  WS-PND-READ-CNT IS EQUAL TO 1
087200         PERFORM 1710-CHECK-BATCH THRU 1710-EXIT.
087300
087400     IF  WS-BATCH-REASON IS NOT EQUAL TO SPACES
087500         MOVE WS-BATCH-REASON     TO  WS-REJ-REASON
087600         GO TO 1700-EXIT.
087700
087800     IF  WS-BATCH-PER-CLOSED
087900         MOVE "PERIOD CLOSED"     TO  WS-REJ-REASON
088000         GO TO 1700-EXIT.
088100
088200     MOVE GLJE-CO-CODE            TO  GLCOA-CO-CODE.
088300     MOVE GLJE-ACCT-NO            TO  GLCOA-ACCT-NO.
088400     READ COA-FILE
088500         INVALID KEY
088600             MOVE "INVALID ACCOUNT" TO WS-REJ-REASON
088700             GO TO 1700-EXIT.
088800     IF  GLCOA-IS-INACTIVE
088900         MOVE "INVALID ACCOUNT"   TO  WS-REJ-REASON
089000         GO TO 1700-EXIT.
089100
089200     PERFORM 1750-CHECK-CURRENCY  THRU 1750-EXIT.
089300     IF  WS-REJ-REASON IS NOT EQUAL TO SPACES
089400         GO TO 1700-EXIT.
089500
089600     IF  GLJE-DEPT-CODE IS NOT EQUAL TO SPACES
089700         MOVE GLJE-DEPT-CODE      TO  GLDEP-DEPT-CODE
089800         READ DEP-FILE
089900             INVALID KEY
090000                 MOVE "23"        TO  WS-DEP-STATUS
090100         END-READ
090200         IF  NOT WS-DEP-OK
090300         OR  NOT GLDEP-IS-ACTIVE
090400             MOVE "INVALID DEPARTMENT" TO WS-REJ-REASON
090500             GO TO 1700-EXIT
090600         END-IF
090700     END-IF.
090800
090900     PERFORM 1770-CHECK-SEGMENTS  THRU 1770-EXIT.
091000     IF  WS-REJ-REASON IS NOT EQUAL TO SPACES
091100         GO TO 1700-EXIT.
091200
091300     PERFORM 1780-CHECK-PROJECT   THRU 1780-EXIT.
091400 1700-EXIT.
091500     EXIT.
091600
091700*****************************************************************
091800* 1710-CHECK-BATCH - THE BATCH MUST BE ON FILE, BALANCED AND    *
091900*                    APPROVED, AND A BOOK BATCH'S BOOK ACTIVE;  *
092000*                    ITS ENTRY DATE GIVES THE FISCAL PERIOD,    *
092100*                    WHICH MUST BE OPEN FOR ITS COMPANY         *
092200*****************************************************************
092300 1710-CHECK-BATCH.
092400     MOVE GLJE-BATCH-NO           TO  WS-LAST-BATCH-NO.
092500     MOVE SPACES                  TO  WS-BATCH-REASON.
092600     MOVE "N"                     TO  WS-BATCH-BOOK-SW.
092700     MOVE "N"                     TO  WS-BATCH-PER-SW.
092800     MOVE ZERO                    TO  WS-FISCAL-PERIOD.
092900     MOVE ZERO                    TO  WS-ENTRY-DATE.
093000     MOVE SPACES                  TO  WS-SOURCE-CODE.
093100
093200     MOVE GLJE-BATCH-NO           TO  GLBTCH-BATCH-NO.
093300     READ BTCH-FILE
093400         INVALID KEY
093500             MOVE "BATCH NOT ON FILE" TO WS-BATCH-REASON
093600             GO TO 1710-EXIT.
093700
093800     MOVE GLBTCH-ENTRY-DATE       TO  WS-ENTRY-DATE.
093900     MOVE GLBTCH-SOURCE-CODE      TO  WS-SOURCE-CODE.
094000     PERFORM 1720-FIND-FISCAL-PERIOD THRU 1720-EXIT.
094100     MOVE GLBTCH-CO-CODE          TO  GLPER-CO-CODE.
094200     MOVE WS-FISCAL-PERIOD        TO  GLPER-PERIOD.
094300     READ PER-FILE
094400         INVALID KEY
094500             MOVE "23"            TO  WS-PER-STATUS.
094600     IF  WS-PER-OK
094700     AND GLPER-IS-CLOSED
094800         MOVE "Y"                 TO  WS-BATCH-PER-SW.
094900
095000     IF  NOT GLBTCH-IS-BALANCED
095100         MOVE "BATCH NOT BALANCED" TO WS-BATCH-REASON
095200         GO TO 1710-EXIT.
095300
095400     IF  NOT GLBTCH-APPROVED
095500         MOVE "BATCH NOT APPROVED" TO WS-BATCH-REASON
095600         GO TO 1710-EXIT.
095700
095800     IF  GLBTCH-BASE-LEDGER
095900         GO TO 1710-EXIT.
096000
096100     MOVE "Y"                     TO  WS-BATCH-BOOK-SW.
096200     MOVE GLBTCH-BOOK-CODE        TO  GLBOOK-BOOK-CODE.
096300     READ BOOK-FILE
096400         INVALID KEY
096500             MOVE "INVALID BOOK"  TO  WS-BATCH-REASON
096600             GO TO 1710-EXIT.
096700     IF  NOT GLBOOK-IS-ACTIVE
096800         MOVE "INVALID BOOK"      TO  WS-BATCH-REASON.
096900 1710-EXIT.
097000     EXIT.
097100
097200*****************************************************************
097300* 1720-FIND-FISCAL-PERIOD - THE FIRST FISCAL CALENDAR PERIOD    *
097400*                           WHOSE END DATE IS NOT BEFORE THE    *
097500*                           ENTRY DATE, FALLING BACK TO THE     *
097600*                           CALENDAR MONTH AS GLPOST DOES       *
097700*****************************************************************
097800 1720-FIND-FISCAL-PERIOD.
097900     MOVE WS-ENTRY-DATE (1:6)     TO  WS-FISCAL-PERIOD.
098000
098100     MOVE WS-ENTRY-DATE           TO  GLFCL-END-DATE.
098200     START FCL-FILE
098300         KEY IS NOT LESS THAN GLFCL-KEY
098400         INVALID KEY
098500             GO TO 1720-EXIT.
098600
098700     READ FCL-FILE NEXT RECORD
098800         AT END
098900             GO TO 1720-EXIT.
099000
099100     IF  GLFCL-START-DATE IS NOT GREATER THAN WS-ENTRY-DATE
099200         MOVE GLFCL-PERIOD        TO  WS-FISCAL-PERIOD.
099300 1720-EXIT.
099400     EXIT.
099500
099600*****************************************************************
099700* 1750-CHECK-CURRENCY - THE LINE'S CURRENCY MUST BE ON THE      *
099800*                       EXCHANGE-RATE MASTER AND ACTIVE; THE    *
099900*                       RATE IS THE ONE IN EFFECT ON THE BATCH  *
100000*                       ENTRY DATE, ELSE THE MASTER'S           *
100100*****************************************************************
100200 1750-CHECK-CURRENCY.
100300     MOVE GLJE-CURR-CODE          TO  GLCURR-CODE.
100400     READ CURR-FILE
100500         INVALID KEY
100600             MOVE "INVALID CURRENCY" TO WS-REJ-REASON
100700             GO TO 1750-EXIT.
100800     IF  GLCURR-IS-INACTIVE
100900         MOVE "INVALID CURRENCY"  TO  WS-REJ-REASON
101000         GO TO 1750-EXIT.
101100
101200     MOVE GLCURR-EXCH-RATE        TO  WS-EXCH-RATE.
101300
101400     MOVE GLJE-CURR-CODE          TO  GLRAT-CURR-CODE.
101500     MOVE WS-ENTRY-DATE           TO  GLRAT-EFF-DATE.
101600     START RAT-FILE
101700         KEY IS NOT GREATER THAN GLRAT-KEY
101800         INVALID KEY
101900             GO TO 1750-EXIT.
102000
102100     READ RAT-FILE PREVIOUS RECORD
102200         AT END
102300             GO TO 1750-EXIT.
102400
102500     IF  GLRAT-CURR-CODE IS EQUAL TO GLJE-CURR-CODE
102600         MOVE GLRAT-EXCH-RATE     TO  WS-EXCH-RATE.
102700 1750-EXIT.
102800     EXIT.
102900
103000*****************************************************************
103100* 1770-CHECK-SEGMENTS - EVERY PIECE OF THE ACCOUNT NUMBER MUST  *
103200*                       BE AN ACTIVE SEGMENT VALUE              *
103300*****************************************************************
103400 1770-CHECK-SEGMENTS.
103500     MOVE "INVALID SEGMENT"       TO  WS-REJ-REASON.
103600     MOVE GLJE-ACCT-NO            TO  WS-SEG-ACCT-NO.
103700
103800     MOVE 1                       TO  GLSEG-SEG-NO.
103900     MOVE WS-SEG-DIV              TO  GLSEG-VALUE.
104000     READ SEG-FILE
104100         INVALID KEY
104200             GO TO 1770-EXIT.
104300     IF  GLSEG-IS-INACTIVE
104400         GO TO 1770-EXIT.
104500
104600     MOVE 2                       TO  GLSEG-SEG-NO.
104700     MOVE WS-SEG-NATURAL          TO  GLSEG-VALUE.
104800     READ SEG-FILE
104900         INVALID KEY
105000             GO TO 1770-EXIT.
105100     IF  GLSEG-IS-INACTIVE
105200         GO TO 1770-EXIT.
105300
105400     MOVE 3                       TO  GLSEG-SEG-NO.
105500     MOVE WS-SEG-SUB              TO  GLSEG-VALUE.
105600     READ SEG-FILE
105700         INVALID KEY
105800             GO TO 1770-EXIT.
105900     IF  GLSEG-IS-INACTIVE
106000         GO TO 1770-EXIT.
106100
106200     MOVE SPACES                  TO  WS-REJ-REASON.
106300 1770-EXIT.
106400     EXIT.
106500
106600*****************************************************************
106700* 1780-CHECK-PROJECT - A NONBLANK PROJECT MUST BE AN OPEN       *
106800*                      PROJECT OF THE LINE'S COMPANY, EXCEPT    *
106900*                      THAT A CAPITAL PROJECT'S OWN "PCAP"      *
107000*                      BATCH MAY RELIEVE IT                     *
107100*****************************************************************
107200 1780-CHECK-PROJECT.
107300     IF  GLJE-PROJECT-CODE IS EQUAL TO SPACES
107400         GO TO 1780-EXIT.
107500
107600     MOVE GLJE-CO-CODE            TO  GLPRJ-CO-CODE.
107700     MOVE GLJE-PROJECT-CODE       TO  GLPRJ-PROJECT-CODE.
107800     READ PRJ-FILE
107900         INVALID KEY
108000             MOVE "INVALID PROJECT" TO WS-REJ-REASON
108100             GO TO 1780-EXIT.
108200
108300     IF  GLPRJ-IS-OPEN
108400         GO TO 1780-EXIT.
108500     IF  GLPRJ-IS-CAPITAL
108600     AND WS-SOURCE-CODE IS EQUAL TO "PCAP"
108700         GO TO 1780-EXIT.
108800
108900     MOVE "PROJECT CLOSED"        TO  WS-REJ-REASON.
109000 1780-EXIT.
109100     EXIT.
109200
109300*****************************************************************
109400* 3000-PRINT-REPORT - SORT OUTPUT PROCEDURE; THE TRIAL BALANCE  *
109500*                     FROM THE CHART, MERGED WITH THE SORTED    *
109600*                     LINES THAT WOULD POST, THEN THE LINES     *
109700*                     THAT WOULD BE REJECTED                    *
109800*****************************************************************
109900 3000-PRINT-REPORT.
110000     PERFORM 3900-RETURN-SORTED   THRU 3900-EXIT.
110100
110200     MOVE LOW-VALUES              TO  GLCOA-KEY.
110300     IF  WS-SEL-CO-FROM IS NOT EQUAL TO SPACES
110400         MOVE WS-SEL-CO-FROM      TO  GLCOA-CO-CODE
110500         MOVE WS-SEL-ACCT-FROM    TO  GLCOA-ACCT-NO.
110600     MOVE "00"                    TO  WS-COA-STATUS.
110700     START COA-FILE
110800         KEY IS NOT LESS THAN GLCOA-KEY
110900         INVALID KEY
111000             MOVE "10"            TO  WS-COA-STATUS.
111100     IF  WS-COA-OK
111200         PERFORM 3100-READ-NEXT-COA THRU 3100-EXIT.
111300
111400     PERFORM 3200-ONE-ACCOUNT     THRU 3200-EXIT
111500         UNTIL WS-COA-EOF.
111600     IF  WS-ANY-CO
111700         PERFORM 3600-PRINT-CO-TOTAL THRU 3600-EXIT.
111800     PERFORM 3700-PRINT-GRAND-TOTAL THRU 3700-EXIT.
111900
112000     PERFORM 3800-PRINT-REJECTS   THRU 3800-EXIT.
112100 3000-EXIT.
112200     EXIT.
112300
112400*****************************************************************
112500* 3100-READ-NEXT-COA - READ THE NEXT ACCOUNT IN KEY SEQUENCE    *
112600*****************************************************************
112700 3100-READ-NEXT-COA.
112800     READ COA-FILE NEXT RECORD
112900         AT END
113000             MOVE "10"            TO  WS-COA-STATUS.
113100 3100-EXIT.
113200     EXIT.
113300
113400*****************************************************************
113500* 3200-ONE-ACCOUNT - ONE SELECTED ACCOUNT: THE COMPANY BREAK,   *
113600*                    ITS POSTED BALANCE, ITS PENDING LINES AND  *
113700*                    ITS LINE                                   *
113800*****************************************************************
113900 3200-ONE-ACCOUNT.
114000     IF  GLCOA-CO-CODE IS LESS THAN WS-SEL-CO-FROM
114100     OR  GLCOA-ACCT-NO IS LESS THAN WS-SEL-ACCT-FROM
114200     OR  GLCOA-ACCT-NO IS GREATER THAN WS-SEL-ACCT-TO
114300         PERFORM 3100-READ-NEXT-COA THRU 3100-EXIT
114400         GO TO 3200-EXIT.
114500
114600     IF  GLCOA-CO-CODE IS GREATER THAN WS-SEL-CO-TO
114700         MOVE "10"                TO  WS-COA-STATUS
114800         GO TO 3200-EXIT.
114900
115000     IF  WS-FIRST-RECORD
115100     OR  GLCOA-CO-CODE IS NOT EQUAL TO WS-PREV-CO-CODE
115200         IF  WS-ANY-CO
115300             PERFORM 3600-PRINT-CO-TOTAL THRU 3600-EXIT
115400         END-IF
115500         MOVE "N"                 TO  WS-FIRST-REC-SW
115600         MOVE GLCOA-CO-CODE       TO  WS-PREV-CO-CODE
115700         MOVE "N"                 TO  WS-ANY-CO-SW.
115800
115900     PERFORM 3300-SUM-ACCOUNT-PERIODS THRU 3300-EXIT.
116000     PERFORM 3400-SUM-PENDING     THRU 3400-EXIT.
116100
116200     IF  GLCOA-TYPE-STAT
116300         MOVE GLCOA-CURR-BAL      TO  WS-ACCT-POSTED
116400         MOVE WS-PND-QTY          TO  WS-ACCT-PENDING
116500     ELSE
116600         SUBTRACT WS-ACCT-CR FROM WS-ACCT-DR
116700             GIVING WS-ACCT-POSTED
116800         SUBTRACT WS-PND-CR FROM WS-PND-DR
116900             GIVING WS-ACCT-PENDING.
117000     ADD WS-ACCT-POSTED WS-ACCT-PENDING
117100         GIVING WS-ACCT-PROFORMA.
117200
117300     IF  WS-ACCT-POSTED IS EQUAL TO ZERO
117400     AND WS-ACCT-PENDING IS EQUAL TO ZERO
117500     AND WS-ACCT-DR IS EQUAL TO ZERO
117600     AND WS-PND-DR IS EQUAL TO ZERO
117700         PERFORM 3100-READ-NEXT-COA THRU 3100-EXIT
117800         GO TO 3200-EXIT.
117900
118000     IF  NOT WS-ANY-CO
118100         PERFORM 3550-PRINT-CO-HEAD THRU 3550-EXIT.
118200
118300     PERFORM 3500-PRINT-ACCOUNT   THRU 3500-EXIT.
118400     PERFORM 3100-READ-NEXT-COA   THRU 3100-EXIT.
118500 3200-EXIT.
118600     EXIT.
118700
118800*****************************************************************
118900* 3300-SUM-ACCOUNT-PERIODS - THE ACCOUNT'S POSTED DEBITS AND    *
119000*                            CREDITS IN THE SELECTED PERIODS:   *
119100*                            CLOSED PERIODS FROM THE SUMMARY    *
119200*                            ROW, OPEN ONES FROM THE BASE       *
119300*                            LEDGER'S HISTORY DETAIL, AS        *
119400*                            GLTRIAL DOES                       *
119500*****************************************************************
119600 3300-SUM-ACCOUNT-PERIODS.
119700     MOVE ZERO                    TO  WS-ACCT-DR.
119800     MOVE ZERO                    TO  WS-ACCT-CR.
119900     MOVE "N"                     TO  WS-BAL-EOF-SW.
120000
120100     MOVE GLCOA-CO-CODE           TO  GLBAL-CO-CODE.
120200     MOVE GLCOA-ACCT-NO           TO  GLBAL-ACCT-NO.
120300     MOVE WS-SEL-PER-FROM         TO  GLBAL-PERIOD.
120400     START BAL-FILE
120500         KEY IS NOT LESS THAN GLBAL-KEY
120600         INVALID KEY
120700             MOVE "Y"             TO  WS-BAL-EOF-SW.
120800
120900     PERFORM 3310-ONE-PERIOD-ROW  THRU 3310-EXIT
121000         UNTIL WS-BAL-EOF.
121100 3300-EXIT.
121200     EXIT.
121300
121400*****************************************************************
121500* 3310-ONE-PERIOD-ROW - ONE PERIOD ROW OF THE ACCOUNT           *
121600*****************************************************************
121700 3310-ONE-PERIOD-ROW.
121800     READ BAL-FILE NEXT RECORD
121900         AT END
122000             MOVE "Y"             TO  WS-BAL-EOF-SW
122100             GO TO 3310-EXIT.
122200
122300     IF  GLBAL-CO-CODE IS NOT EQUAL TO GLCOA-CO-CODE
122400     OR  GLBAL-ACCT-NO IS NOT EQUAL TO GLCOA-ACCT-NO
122500     OR  GLBAL-PERIOD IS GREATER THAN WS-SEL-PER-TO
122600         MOVE "Y"                 TO  WS-BAL-EOF-SW
122700         GO TO 3310-EXIT.
122800
122900     MOVE GLBAL-PERIOD            TO  WS-CUR-PERIOD.
123000     PERFORM 3320-CHECK-PERIOD-CLOSED THRU 3320-EXIT.
123100
123200     IF  WS-PERIOD-IS-CLOSED
123300         ADD GLBAL-PERIOD-DR      TO  WS-ACCT-DR
123400         ADD GLBAL-PERIOD-CR      TO  WS-ACCT-CR
123500     ELSE
123600         PERFORM 3330-SUM-OPEN-PERIOD THRU 3330-EXIT.
123700 3310-EXIT.
123800     EXIT.
123900
124000*****************************************************************
124100* 3320-CHECK-PERIOD-CLOSED - A COMPANY/PERIOD WITH NO ROW ON    *
124200*                            THE PERIOD-CONTROL FILE IS OPEN    *
124300*****************************************************************
124400 3320-CHECK-PERIOD-CLOSED.
124500     MOVE "N"                     TO  WS-PERIOD-CLOSED-SW.
124600     MOVE GLCOA-CO-CODE           TO  GLPER-CO-CODE.
124700     MOVE WS-CUR-PERIOD           TO  GLPER-PERIOD.
124800
124900     READ PER-FILE
125000         INVALID KEY
125100             GO TO 3320-EXIT.
125200
125300     IF  GLPER-IS-CLOSED
125400         MOVE "Y"                 TO  WS-PERIOD-CLOSED-SW.
125500 3320-EXIT.
125600     EXIT.
125700
125800*****************************************************************
125900* 3330-SUM-OPEN-PERIOD - KEYED RANGE READ OF THE ACCOUNT'S      *
126000*                        BASE-LEDGER HISTORY FOR THE OPEN       *
126100*                        PERIOD IN HAND                         *
126200*****************************************************************
126300 3330-SUM-OPEN-PERIOD.
126400     MOVE "N"                     TO  WS-HST-EOF-SW.
126500
126600     MOVE GLCOA-CO-CODE           TO  GLHST-CO-CODE.
126700     MOVE GLCOA-ACCT-NO           TO  GLHST-ACCT-NO.
126800     MOVE WS-CUR-PERIOD           TO  GLHST-PERIOD.
126900     MOVE ZERO                    TO  GLHST-BATCH-NO.
127000     MOVE ZERO                    TO  GLHST-LINE-NO.
127100     START HST-FILE
127200         KEY IS NOT LESS THAN GLHST-KEY
127300         INVALID KEY
127400             MOVE "Y"             TO  WS-HST-EOF-SW.
127500
127600     PERFORM 3340-ONE-HIST-ROW    THRU 3340-EXIT
127700         UNTIL WS-HST-RANGE-EOF.
127800 3330-EXIT.
127900     EXIT.
128000
128100*****************************************************************
128200* 3340-ONE-HIST-ROW - ONE POSTED LINE OF THE OPEN PERIOD        *
128300*****************************************************************
128400 3340-ONE-HIST-ROW.
128500     READ HST-FILE NEXT RECORD
128600         AT END
128700             MOVE "Y"             TO  WS-HST-EOF-SW
128800             GO TO 3340-EXIT.
128900
129000     IF  GLHST-CO-CODE IS NOT EQUAL TO GLCOA-CO-CODE
129100     OR  GLHST-ACCT-NO IS NOT EQUAL TO GLCOA-ACCT-NO
129200     OR  GLHST-PERIOD IS NOT EQUAL TO WS-CUR-PERIOD
129300         MOVE "Y"                 TO  WS-HST-EOF-SW
129400         GO TO 3340-EXIT.
129500
129600     IF  GLHST-BOOK-CODE IS NOT EQUAL TO SPACES
129700         GO TO 3340-EXIT.
129800
129900     IF  GLHST-DR-CR-CODE IS EQUAL TO "D"
130000         ADD GLHST-EXT-AMT        TO  WS-ACCT-DR
130100     ELSE
130200         ADD GLHST-EXT-AMT        TO  WS-ACCT-CR.
130300 3340-EXIT.
130400     EXIT.
130500
130600*****************************************************************
130700* 3400-SUM-PENDING - TAKE THE SORTED LINES THAT WOULD POST TO   *
130800*                    THE ACCOUNT IN HAND                        *
130900*****************************************************************
131000 3400-SUM-PENDING.
131100     MOVE ZERO                    TO  WS-PND-DR.
131200     MOVE ZERO                    TO  WS-PND-CR.
131300     MOVE ZERO                    TO  WS-PND-QTY.
131400     PERFORM 3410-ONE-PENDING     THRU 3410-EXIT
131500         UNTIL WS-SORT-EOF
131600         OR    NOT SRT-ACCEPTED
131700         OR    SRT-CO-CODE IS NOT EQUAL TO GLCOA-CO-CODE
131800         OR    SRT-ACCT-NO IS NOT EQUAL TO GLCOA-ACCT-NO.
131900 3400-EXIT.
132000     EXIT.
132100
132200*****************************************************************
132300* 3410-ONE-PENDING - ONE LINE OF THE ACCOUNT THAT WOULD POST    *
132400*****************************************************************
132500 3410-ONE-PENDING.
132600     IF  SRT-DEBIT
132700         ADD SRT-HOME-AMT         TO  WS-PND-DR
132800         ADD SRT-QTY              TO  WS-PND-QTY
132900     ELSE
133000         ADD SRT-HOME-AMT         TO  WS-PND-CR
133100         SUBTRACT SRT-QTY         FROM WS-PND-QTY.
133200     PERFORM 3900-RETURN-SORTED   THRU 3900-EXIT.
133300 3410-EXIT.
133400     EXIT.
133500
133600*****************************************************************
133700* 3500-PRINT-ACCOUNT - THE ACCOUNT'S LINE, OR ITS SHARE OF THE  *
133800*                      COMPANY'S RESTRICTED LINE; A STATISTICAL *
133900*                      ACCOUNT PRINTS UNITS AND STAYS OUT OF    *
134000*                      THE MONEY TOTALS                         *
134100*****************************************************************
134200 3500-PRINT-ACCOUNT.
134300     IF  NOT GLCOA-TYPE-STAT
134400         ADD WS-ACCT-POSTED       TO  WS-CO-POSTED
134500         ADD WS-ACCT-PENDING      TO  WS-CO-PENDING
134600         ADD WS-ACCT-PROFORMA     TO  WS-CO-PROFORMA
134700         ADD WS-ACCT-DR           TO  WS-CO-PF-DR
134800         ADD WS-PND-DR            TO  WS-CO-PF-DR
134900         ADD WS-ACCT-CR           TO  WS-CO-PF-CR
135000         ADD WS-PND-CR            TO  WS-CO-PF-CR.
135100
135200     MOVE "C"                     TO  GLRSC-FUNCTION.
135300     MOVE GLRQS-USER-ID           TO  GLRSC-USER-ID.
135400     MOVE GLCOA-CO-CODE           TO  GLRSC-CO-CODE.
135500     MOVE GLCOA-ACCT-NO           TO  GLRSC-ACCT-NO.
135600     MOVE "O"                     TO  GLRSC-LOG-SW.
135700     CALL "GLRSTCHK"         USING GLRSC-AREA.
135800     IF  GLRSC-HIDE
135900         ADD 1                    TO  WS-RST-CNT
136000         IF  NOT GLCOA-TYPE-STAT
136100             ADD WS-ACCT-POSTED   TO  WS-RST-POSTED
136200             ADD WS-ACCT-PENDING  TO  WS-RST-PENDING
136300             ADD WS-ACCT-PROFORMA TO  WS-RST-PROFORMA
136400         END-IF
136500         GO TO 3500-EXIT.
136600
136700     MOVE SPACES                  TO  WS-DETAIL-LINE.
136800     MOVE GLCOA-CO-CODE           TO  WS-DTL-CO-CODE.
136900     MOVE GLCOA-ACCT-NO           TO  WS-DTL-ACCT-NO.
137000     MOVE GLCOA-DESC              TO  WS-DTL-DESC.
137100     MOVE WS-ACCT-POSTED          TO  WS-DTL-POSTED.
137200     MOVE WS-ACCT-PENDING         TO  WS-DTL-PENDING.
137300     MOVE WS-ACCT-PROFORMA        TO  WS-DTL-PROFORMA.
137400     IF  GLCOA-TYPE-STAT
137500         MOVE "UNITS"             TO  WS-DTL-UNITS.
137600     MOVE WS-DETAIL-LINE          TO  GLTRPT-RECORD.
137700     WRITE GLTRPT-RECORD.
137800 3500-EXIT.
137900     EXIT.
138000
138100*****************************************************************
138200* 3550-PRINT-CO-HEAD - THE HEADING OF A COMPANY'S SECTION       *
138300*****************************************************************
138400 3550-PRINT-CO-HEAD.
138500     MOVE "Y"                     TO  WS-ANY-CO-SW.
138600     MOVE SPACES                  TO  GLTRPT-RECORD.
138700     WRITE GLTRPT-RECORD.
138800     MOVE GLCOA-CO-CODE           TO  WS-CO-HEAD-CO-CODE.
138900     MOVE WS-CO-HEAD-LINE         TO  GLTRPT-RECORD.
139000     WRITE GLTRPT-RECORD.
139100 3550-EXIT.
139200     EXIT.
139300
139400*****************************************************************
139500* 3600-PRINT-CO-TOTAL - THE COMPANY'S RESTRICTED LINE, ITS      *
139600*                       TOTALS AND THE PROOF OF ITS PRO-FORMA   *
139700*                       DEBITS AGAINST ITS CREDITS; THEN RESET  *
139800*****************************************************************
139900 3600-PRINT-CO-TOTAL.
140000     IF  WS-RST-CNT IS NOT EQUAL TO ZERO
140100         MOVE SPACES              TO  WS-RST-LINE
140200         MOVE WS-PREV-CO-CODE     TO  WS-RST-PRT-CO-CODE
140300         MOVE WS-RST-CNT          TO  WS-RST-PRT-CNT
140400         MOVE WS-RST-POSTED       TO  WS-RST-PRT-POSTED
140500         MOVE WS-RST-PENDING      TO  WS-RST-PRT-PENDING
140600         MOVE WS-RST-PROFORMA     TO  WS-RST-PRT-PROFORMA
140700         MOVE WS-RST-LINE         TO  GLTRPT-RECORD
140800         WRITE GLTRPT-RECORD.
140900
141000     MOVE WS-PREV-CO-CODE         TO  WS-CO-TOT-CO-CODE.
141100     MOVE WS-CO-POSTED            TO  WS-CO-TOT-POSTED.
141200     MOVE WS-CO-PENDING           TO  WS-CO-TOT-PENDING.
141300     MOVE WS-CO-PROFORMA          TO  WS-CO-TOT-PROFORMA.
141400     MOVE WS-CO-TOTAL-LINE        TO  GLTRPT-RECORD.
141500     WRITE GLTRPT-RECORD.
141600
141700     MOVE "PRO-FORMA DEBITS    DR  " TO WS-PF-TOT-LABEL.
141800     MOVE WS-CO-PF-DR             TO  WS-PF-TOT-DR.
141900     MOVE WS-CO-PF-CR             TO  WS-PF-TOT-CR.
142000     MOVE WS-PF-TOTAL-LINE        TO  GLTRPT-RECORD.
142100     WRITE GLTRPT-RECORD.
142200
142300     MOVE SPACES                  TO  GLTRPT-RECORD.
142400     IF  WS-CO-PF-DR IS EQUAL TO WS-CO-PF-CR
142500         MOVE "     COMPANY WOULD BE IN BALANCE."
142600                                   TO  GLTRPT-RECORD
142700     ELSE
142800         MOVE "     *** COMPANY WOULD BE OUT OF BALANCE ***"
142900                                   TO  GLTRPT-RECORD.
143000     WRITE GLTRPT-RECORD.
143100
143200     ADD WS-CO-PF-DR              TO  WS-TOTAL-PF-DR.
143300     ADD WS-CO-PF-CR              TO  WS-TOTAL-PF-CR.
143400     MOVE ZERO                    TO  WS-CO-POSTED.
143500     MOVE ZERO                    TO  WS-CO-PENDING.
143600     MOVE ZERO                    TO  WS-CO-PROFORMA.
143700     MOVE ZERO                    TO  WS-CO-PF-DR.
143800     MOVE ZERO                    TO  WS-CO-PF-CR.
143900     MOVE ZERO                    TO  WS-RST-CNT.
144000     MOVE ZERO                    TO  WS-RST-POSTED.
144100     MOVE ZERO                    TO  WS-RST-PENDING.
144200     MOVE ZERO                    TO  WS-RST-PROFORMA.
144300 3600-EXIT.
144400     EXIT.
144500
144600*****************************************************************
144700* 3700-PRINT-GRAND-TOTAL - THE PRO-FORMA DEBITS AND CREDITS OF  *
144800*                          EVERY COMPANY REPORTED               *
144900*****************************************************************
145000 3700-PRINT-GRAND-TOTAL.
145100     MOVE SPACES                  TO  GLTRPT-RECORD.
145200     WRITE GLTRPT-RECORD.
145300
145400     MOVE "ALL COMPANIES       DR  " TO WS-PF-TOT-LABEL.
145500     MOVE WS-TOTAL-PF-DR          TO  WS-PF-TOT-DR.
145600     MOVE WS-TOTAL-PF-CR          TO  WS-PF-TOT-CR.
145700     MOVE WS-PF-TOTAL-LINE        TO  GLTRPT-RECORD.
145800     WRITE GLTRPT-RECORD.
145900
146000     MOVE SPACES                  TO  GLTRPT-RECORD.
146100     IF  WS-TOTAL-PF-DR IS EQUAL TO WS-TOTAL-PF-CR
146200         MOVE "PRO-FORMA TRIAL BALANCE WOULD BE IN BALANCE."
146300                                   TO  GLTRPT-RECORD
146400     ELSE
146500         MOVE "*** PRO-FORMA TRIAL BALANCE WOULD BE OUT OF BALAN
146600-             "CE ***"             TO  GLTRPT-RECORD.
146700     WRITE GLTRPT-RECORD.
146800 3700-EXIT.
146900     EXIT.
147000
147100*****************************************************************
147200* 3800-PRINT-REJECTS - THE PENDING LINES THAT WOULD BE          *
147300*                      REJECTED, WITH GLPOST'S REASON; THEY     *
147400*                      REMAIN IN THE SORT BEHIND THE LINES THAT *
147500*                      WOULD POST                               *
147600*****************************************************************
147700 3800-PRINT-REJECTS.
147800     MOVE SPACES                  TO  GLTRPT-RECORD.
147900     WRITE GLTRPT-RECORD.
148000     MOVE "PENDING LINES THAT WOULD BE REJECTED"
148100                                   TO  GLTRPT-RECORD.
148200     WRITE GLTRPT-RECORD.
148300     MOVE SPACES                  TO  GLTRPT-RECORD.
148400     MOVE "SOURCE   BATCH  LINE CO  ACCOUNT    LINE AMOUNT CUR
148500-         " REASON"                TO  GLTRPT-RECORD.
148600     WRITE GLTRPT-RECORD.
148700
148800     PERFORM 3900-RETURN-SORTED   THRU 3900-EXIT
148900         UNTIL WS-SORT-EOF
149000         OR    SRT-REJECTED.
149100
149200     PERFORM 3810-ONE-REJECT      THRU 3810-EXIT
149300         UNTIL WS-SORT-EOF.
149400
149500     IF  WS-PND-REJ-CNT IS EQUAL TO ZERO
149600         MOVE "NO PENDING LINE WOULD BE REJECTED."
149700                                   TO  GLTRPT-RECORD
149800         WRITE GLTRPT-RECORD
149900         GO TO 3800-EXIT.
150000
150100     MOVE SPACES                  TO  GLTRPT-RECORD.
150200     WRITE GLTRPT-RECORD.
150300     MOVE WS-PND-REJ-CNT          TO  WS-REJ-TOT-CNT.
150400     MOVE WS-PND-REJ-AMT          TO  WS-REJ-TOT-AMT.
150500     MOVE WS-REJ-TOTAL-LINE       TO  GLTRPT-RECORD.
150600     WRITE GLTRPT-RECORD.
150700 3800-EXIT.
150800     EXIT.
150900
151000*****************************************************************
151100* 3810-ONE-REJECT - PRINT ONE LINE THAT WOULD BE REJECTED       *
151200*****************************************************************
151300 3810-ONE-REJECT.
151400     MOVE SPACES                  TO  WS-REJ-LINE.
151500     MOVE SRT-SOURCE              TO  WS-REJ-SOURCE.
151600     MOVE SRT-BATCH-NO            TO  WS-REJ-BATCH-NO.
151700     MOVE SRT-LINE-NO             TO  WS-REJ-LINE-NO.
151800     MOVE SRT-CO-CODE             TO  WS-REJ-CO-CODE.
151900     MOVE SRT-ACCT-NO             TO  WS-REJ-ACCT-NO.
152000     MOVE SRT-DR-CR-CODE          TO  WS-REJ-DR-CR.
152100     MOVE SRT-LINE-AMT            TO  WS-REJ-AMT.
152200     MOVE SRT-CURR-CODE           TO  WS-REJ-CURR-CODE.
152300     MOVE SRT-REASON              TO  WS-REJ-REASON-PRT.
152400     MOVE WS-REJ-LINE             TO  GLTRPT-RECORD.
152500     WRITE GLTRPT-RECORD.
152600     ADD SRT-LINE-AMT             TO  WS-PND-REJ-AMT.
152700     PERFORM 3900-RETURN-SORTED   THRU 3900-EXIT.
152800 3810-EXIT.
152900     EXIT.
153000
153100*****************************************************************
153200* 3900-RETURN-SORTED - THE NEXT SORTED LINE                     *
153300*****************************************************************
153400 3900-RETURN-SORTED.
153500     RETURN SORT-FILE
153600         AT END
153700             MOVE "Y"             TO  WS-SORT-EOF-SW.
153800 3900-EXIT.
153900     EXIT.
154000
154100*****************************************************************
154200* 9000-TERMINATE - CLOSE THE MASTERS AND THE REPORT             *
154300*****************************************************************
154400 9000-TERMINATE.
154500     CLOSE COA-FILE.
154600     CLOSE BAL-FILE.
154700     CLOSE PER-FILE.
154800     CLOSE HST-FILE.
154900     CLOSE BTCH-FILE.
155000     CLOSE BOOK-FILE.
155100     CLOSE FCL-FILE.
155200     CLOSE CURR-FILE.
155300     CLOSE RAT-FILE.
155400     CLOSE DEP-FILE.
155500     CLOSE SEG-FILE.
155600     CLOSE PRJ-FILE.
155700     CLOSE RPT-FILE.
155800
155900     MOVE "E"                     TO  GLRSC-FUNCTION.
156000     CALL "GLRSTCHK"         USING GLRSC-AREA.
156100
156200     DISPLAY "GLPROFTB - PRO-FORMA TRIAL BALANCE PRINTED, "
156300             WS-PND-BOOK-CNT " BOOK LINES NOT IN THE BASE LEDGER".
156400 9000-EXIT.
156500     EXIT.
156600
156700 9999-EXIT.
156800     STOP RUN.
