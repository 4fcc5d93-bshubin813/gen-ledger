000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLACCMRG.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLACCMRG  -  ACCOUNT MERGE AND RENUMBERING UTILITY           *
001000*                                                               *
001100*  RETIRES THE ACCOUNTS NAMED ON THE MAPPING FILE GLACCMAP      *
001200*  (GLMAPREC).  FOR EACH PENDING OLD-TO-NEW COMPANY/ACCOUNT     *
001300*  PAIR IT MOVES EVERY DEPENDENT ROW - POSTED HISTORY, PERIOD   *
001400*  BALANCES, DEPARTMENT ACTIVITY, BUDGETS, ENCUMBRANCES AND     *
001500*  SUBLEDGER CONTROL TOTALS - ONTO THE NEW ACCOUNT, COMBINING   *
001600*  AMOUNTS WHERE THE NEW ACCOUNT ALREADY HAS A ROW FOR THE SAME *
001700*  KEY, REPOINTS RECURRING TEMPLATES, ALLOCATIONS AND INTEREST  *
001800*  DESIGNATIONS, ADDS THE OLD CHART BALANCES INTO THE NEW       *
001900*  ACCOUNT (OR CREATES IT FROM THE OLD ONE WHEN IT IS NOT YET   *
002000*  ON THE CHART) AND DEACTIVATES THE OLD GLCOAREC ROW.  EACH    *
002100*  CHART BALANCE MOVE IS LOGGED TO GLPSTLOG WITH ACTION CODE    *
002200*  "M".  A PROOF REPORT TOTALS THE LEDGER BEFORE AND AFTER THE  *
002300*  RUN, AND A REFERENCE SCAN LISTS EVERY TEMPLATE, ALLOCATION,  *
002400*  INTEREST, TAX-MAPPING OR STATEMENT-LAYOUT ROW STILL POINTING *
002500*  AT A RETIRED OR MISSING ACCOUNT.                             *
002600*                                                               *
002700*  MODE "T" (TRIAL) VALIDATES THE MAPPINGS AND PRINTS THE       *
002800*  REPORT WITHOUT CHANGING ANY FILE; MODE "U" APPLIES THEM.     *
002900*  A MAPPING IS REJECTED WHEN THE OLD ACCOUNT IS NOT ON THE     *
003000*  CHART, WHEN THE NEW ACCOUNT IS ITSELF BEING RETIRED, OR WHEN *
003100*  AN EXISTING NEW ACCOUNT IS INACTIVE OR DIFFERS IN TYPE OR    *
003200*  RETAINED-EARNINGS FLAG.  RUN WHILE POSTING IS QUIET.         *
003300*                                                               *
003400*---------------------------------------------------------------*
003500*  MODIFICATION HISTORY                                         *
003600*---------------------------------------------------------------*
003700*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003710*  10/15/26  MJF  A MERGED PERIOD BALANCE ROW KEEPS ITS OPENING- *
003720*                 BALANCE CONVERSION FLAG.                       *
003730*  10/15/26  MJF  FORECAST VERSION CELLS (GLFCST) NOW MOVE WITH  *
003740*                 THE BUDGET ROWS.                               *
003750*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
003760*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-ISERIES.
004200 OBJECT-COMPUTER.   IBM-ISERIES.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MAP-FILE   ASSIGN TO GLACCMAP
004600         ORGANIZATION IS INDEXED
004700         ACCESS       IS DYNAMIC
004800         RECORD KEY   IS GLMAP-KEY
004900         FILE STATUS  IS WS-MAP-STATUS.
005000
005100     SELECT COA-FILE   ASSIGN TO GLCOA
005200         ORGANIZATION IS INDEXED
005300         ACCESS       IS DYNAMIC
005400         RECORD KEY   IS GLCOA-KEY
005500         FILE STATUS  IS WS-COA-STATUS.
005600
005700     SELECT HST-FILE   ASSIGN TO GLHIST
005800         ORGANIZATION IS INDEXED
005900         ACCESS       IS DYNAMIC
006000         RECORD KEY   IS GLHST-KEY
006100         FILE STATUS  IS WS-HST-STATUS.
006200
006300     SELECT BAL-FILE   ASSIGN TO GLPERBAL
006400         ORGANIZATION IS INDEXED
006500         ACCESS       IS DYNAMIC
006600         RECORD KEY   IS GLBAL-KEY
006700         FILE STATUS  IS WS-BAL-STATUS.
006800
006900     SELECT DAC-FILE   ASSIGN TO GLDEPACT
007000         ORGANIZATION IS INDEXED
007100         ACCESS       IS DYNAMIC
007200         RECORD KEY   IS GLDAC-KEY
007300         FILE STATUS  IS WS-DAC-STATUS.
007400
007500     SELECT BUD-FILE   ASSIGN TO GLBUDGT
007600         ORGANIZATION IS INDEXED
007700         ACCESS       IS DYNAMIC
007800         RECORD KEY   IS GLBUD-KEY
007900         FILE STATUS  IS WS-BUD-STATUS.
008000
008010     SELECT FCT-FILE   ASSIGN TO GLFCST
008020         ORGANIZATION IS INDEXED
008030         ACCESS       IS DYNAMIC
008040         RECORD KEY   IS GLFCT-KEY
008050         FILE STATUS  IS WS-FCT-STATUS.
008060
008100     SELECT ENC-FILE   ASSIGN TO GLENCUM
008200         ORGANIZATION IS INDEXED
008300         ACCESS       IS DYNAMIC
008400         RECORD KEY   IS GLENC-KEY
008500         FILE STATUS  IS WS-ENC-STATUS.
008600
008700     SELECT SUB-FILE   ASSIGN TO GLSUBCTL
008800         ORGANIZATION IS INDEXED
008900         ACCESS       IS DYNAMIC
009000         RECORD KEY   IS GLSUB-KEY
009100         FILE STATUS  IS WS-SUB-STATUS.
009200
009300     SELECT SPT-FILE   ASSIGN TO GLSUBPER
009400         ORGANIZATION IS INDEXED
009500         ACCESS       IS DYNAMIC
009600         RECORD KEY   IS GLSPT-KEY
009700         FILE STATUS  IS WS-SPT-STATUS.
009800
009900     SELECT REC-FILE   ASSIGN TO GLRECUR
010000         ORGANIZATION IS INDEXED
010100         ACCESS       IS DYNAMIC
010200         RECORD KEY   IS GLREC-KEY
010300         FILE STATUS  IS WS-REC-STATUS.
010400
010500     SELECT ALC-FILE   ASSIGN TO GLALCDEF
010600         ORGANIZATION IS INDEXED
010700         ACCESS       IS DYNAMIC
010800         RECORD KEY   IS GLALC-KEY
010900         FILE STATUS  IS WS-ALC-STATUS.
011000
011100     SELECT INT-FILE   ASSIGN TO GLINTMST
011200         ORGANIZATION IS INDEXED
011300         ACCESS       IS DYNAMIC
011400         RECORD KEY   IS GLINT-KEY
011500         FILE STATUS  IS WS-INT-STATUS.
011600
011700     SELECT TAX-FILE   ASSIGN TO GLTAXMAP
011800         ORGANIZATION IS INDEXED
011900         ACCESS       IS DYNAMIC
012000         RECORD KEY   IS GLTAX-KEY
012100         FILE STATUS  IS WS-TAX-STATUS.
012200
012300     SELECT STL-FILE   ASSIGN TO GLSTLAYT
012400         ORGANIZATION IS INDEXED
012500         ACCESS       IS DYNAMIC
012600         RECORD KEY   IS GLSTL-KEY
012700         FILE STATUS  IS WS-STL-STATUS.
012800
012900     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
013000         ORGANIZATION IS SEQUENTIAL
013100         FILE STATUS  IS WS-LOG-STATUS.
013200
013300     SELECT RPT-FILE   ASSIGN TO GLMRGRPTP
013400         ORGANIZATION IS SEQUENTIAL
013500         FILE STATUS  IS WS-RPT-STATUS.
013600
013700/
013800*****************************************************************
013900* D A T A   D I V I S I O N                                     *
014000*****************************************************************
014100 DATA DIVISION.
014200 FILE SECTION.
014300
014400 FD  MAP-FILE
014500     LABEL RECORDS ARE STANDARD.
014600     COPY GLMAPREC.
014700
014800 FD  COA-FILE
014900     LABEL RECORDS ARE STANDARD.
015000     COPY GLCOAREC.
015100
015200 FD  HST-FILE
015300     LABEL RECORDS ARE STANDARD.
015400     COPY GLHSTREC.
015500
015600 FD  BAL-FILE
015700     LABEL RECORDS ARE STANDARD.
015800     COPY GLBALREC.
015900
016000 FD  DAC-FILE
016100     LABEL RECORDS ARE STANDARD.
016200     COPY GLDACREC.
016300
016400 FD  BUD-FILE
016500     LABEL RECORDS ARE STANDARD.
016600     COPY GLBUDREC.
016700
016710 FD  FCT-FILE
016720     LABEL RECORDS ARE STANDARD.
016730     COPY GLFCTREC.
016740
016800 FD  ENC-FILE
016900     LABEL RECORDS ARE STANDARD.
017000     COPY GLENCREC.
017100
017200 FD  SUB-FILE
017300     LABEL RECORDS ARE STANDARD.
017400     COPY GLSUBREC.
017500
017600 FD  SPT-FILE
017700     LABEL RECORDS ARE STANDARD.
017800     COPY GLSPTREC.
017900
018000 FD  REC-FILE
018100     LABEL RECORDS ARE STANDARD.
018200     COPY GLRECREC.
018300
018400 FD  ALC-FILE
018500     LABEL RECORDS ARE STANDARD.
018600     COPY GLALCREC.
018700
018800 FD  INT-FILE
018900     LABEL RECORDS ARE STANDARD.
019000     COPY GLINTREC.
019100
019200 FD  TAX-FILE
019300     LABEL RECORDS ARE STANDARD.
019400     COPY GLTAXREC.
019500
019600 FD  STL-FILE
019700     LABEL RECORDS ARE STANDARD.
019800     COPY GLSTLREC.
019900
020000 FD  LOG-FILE
020100     LABEL RECORDS ARE STANDARD
020200     RECORDING MODE IS F.
020300     COPY GLLOGREC.
020400
020500 FD  RPT-FILE
020600     LABEL RECORDS ARE STANDARD
020700     RECORDING MODE IS F.
020800     COPY GLMRGPRT.
020900
021000/
021100*****************************************************************
021200* W O R K I N G   S T O R A G E   S E C T I O N                 *
021300*****************************************************************
021400 WORKING-STORAGE SECTION.
021500
021600 77  WS-MAP-STATUS              PIC X(02) VALUE SPACES.
021700     88  WS-MAP-OK                       VALUE "00".
021800     88  WS-MAP-EOF                      VALUE "10".
021900
022000 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
022100     88  WS-COA-OK                       VALUE "00".
022200     88  WS-COA-EOF                      VALUE "10".
022300
022400 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
022500     88  WS-HST-OK                       VALUE "00".
022600     88  WS-HST-EOF                      VALUE "10".
022700
022800 77  WS-BAL-STATUS              PIC X(02) VALUE SPACES.
022900     88  WS-BAL-OK                       VALUE "00".
023000     88  WS-BAL-EOF                      VALUE "10".
023100
023200 77  WS-DAC-STATUS              PIC X(02) VALUE SPACES.
023300     88  WS-DAC-OK                       VALUE "00".
023400     88  WS-DAC-EOF                      VALUE "10".
023500
023600 77  WS-BUD-STATUS              PIC X(02) VALUE SPACES.
023700     88  WS-BUD-OK                       VALUE "00".
023800     88  WS-BUD-EOF                      VALUE "10".
023900
023910 77  WS-FCT-STATUS              PIC X(02) VALUE SPACES.
023920     88  WS-FCT-OK                       VALUE "00".
023930     88  WS-FCT-EOF                      VALUE "10".
023940
024000 77  WS-ENC-STATUS              PIC X(02) VALUE SPACES.
024100     88  WS-ENC-OK                       VALUE "00".
024200     88  WS-ENC-EOF                      VALUE "10".
024300
024400 77  WS-SUB-STATUS              PIC X(02) VALUE SPACES.
024500     88  WS-SUB-OK                       VALUE "00".
024600     88  WS-SUB-EOF                      VALUE "10".
024700
024800 77  WS-SPT-STATUS              PIC X(02) VALUE SPACES.
024900     88  WS-SPT-OK                       VALUE "00".
025000     88  WS-SPT-EOF                      VALUE "10".
025100
025200 77  WS-REC-STATUS              PIC X(02) VALUE SPACES.
025300     88  WS-REC-OK                       VALUE "00".
025400     88  WS-REC-EOF                      VALUE "10".
025500
025600 77  WS-ALC-STATUS              PIC X(02) VALUE SPACES.
025700     88  WS-ALC-OK                       VALUE "00".
025800     88  WS-ALC-EOF                      VALUE "10".
025900
026000 77  WS-INT-STATUS              PIC X(02) VALUE SPACES.
026100     88  WS-INT-OK                       VALUE "00".
026200     88  WS-INT-EOF                      VALUE "10".
026300
026400 77  WS-TAX-STATUS              PIC X(02) VALUE SPACES.
026500     88  WS-TAX-EOF                      VALUE "10".
026600
026700 77  WS-STL-STATUS              PIC X(02) VALUE SPACES.
026800     88  WS-STL-EOF                      VALUE "10".
026900
027000 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
027100     88  WS-LOG-OK                       VALUE "00".
027200
027300 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
027400
027500 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
027600 77  WS-TOTALS-PASS             PIC X(01) VALUE SPACES.
027700     88  WS-TAKING-BEFORE                VALUE "B".
027800
027900*---------------------------------------------------------------*
028000*  THE MAPPING CURRENTLY BEING VALIDATED OR APPLIED             *
028100*---------------------------------------------------------------*
028200 77  WS-CUR-OLD-CO              PIC X(03) VALUE SPACES.
028300 77  WS-CUR-OLD-ACCT            PIC 9(06) VALUE ZERO.
028400 77  WS-CUR-NEW-CO              PIC X(03) VALUE SPACES.
028500 77  WS-CUR-NEW-ACCT            PIC 9(06) VALUE ZERO.
028600 77  WS-CUR-REASON              PIC X(30) VALUE SPACES.
028700 77  WS-CUR-ACTION              PIC X(01) VALUE SPACES.
028800     88  WS-CUR-MERGE                    VALUE "M".
028900     88  WS-CUR-RENUMBER                 VALUE "N".
029000 77  WS-OLD-TYPE                PIC X(01) VALUE SPACES.
029100 77  WS-OLD-RE-SW               PIC X(01) VALUE SPACES.
029200
029300*---------------------------------------------------------------*
029400*  ACCOUNT LOOKUPS FOR THE REPOINT PASSES AND THE REFERENCE     *
029500*  SCAN                                                         *
029600*---------------------------------------------------------------*
029700 77  WS-LOOK-CO                 PIC X(03) VALUE SPACES.
029800 77  WS-LOOK-ACCT               PIC 9(06) VALUE ZERO.
029900 77  WS-FOUND-IX                PIC 9(04) BINARY VALUE ZERO.
030000 77  WS-RETIRED-SW              PIC X(01) VALUE "N".
030100     88  WS-ACCT-RETIRED                 VALUE "Y".
030200 77  WS-CHANGED-SW              PIC X(01) VALUE "N".
030300     88  WS-ROW-CHANGED                  VALUE "Y".
030400 77  WS-SAVE-SRC-CO             PIC X(03) VALUE SPACES.
030500 77  WS-RANGE-FROM              PIC 9(06) VALUE ZERO.
030600 77  WS-RANGE-TO                PIC 9(06) VALUE ZERO.
030700
030800*---------------------------------------------------------------*
030900*  AMOUNTS HELD WHILE A ROW IS MOVED OR COMBINED                *
031000*---------------------------------------------------------------*
031100 77  WS-MOVE-AMT                PIC S9(09)V99  COMP-3 VALUE ZERO.
031200 77  WS-MOVE-AMT-2              PIC S9(09)V99  COMP-3 VALUE ZERO.
031300 77  WS-CARRY-AMT               PIC S9(09)V99  COMP-3 VALUE ZERO.
031400 77  WS-SAME-DR                 PIC S9(09)V99  COMP-3 VALUE ZERO.
031500 77  WS-SAME-CR                 PIC S9(09)V99  COMP-3 VALUE ZERO.
031600 77  WS-BAL-BEFORE              PIC S9(09)V99  COMP-3 VALUE ZERO.
031700 77  WS-OLD-CURR-BAL            PIC S9(09)V99  COMP-3 VALUE ZERO.
031800 77  WS-OLD-PRIOR-BAL           PIC S9(09)V99  COMP-3 VALUE ZERO.
031900 77  WS-LOG-ACCT                PIC 9(06) VALUE ZERO.
032000 77  WS-LOG-BEFORE              PIC S9(09)V99  COMP-3 VALUE ZERO.
032100 77  WS-LOG-AFTER               PIC S9(09)V99  COMP-3 VALUE ZERO.
032200 77  WS-MATCH-SW                PIC X(01) VALUE "N".
032300     88  WS-PERIOD-MATCHED               VALUE "Y".
032400
032500 01  WS-HST-HOLD                PIC X(120) VALUE SPACES.
032600 01  WS-DAC-HOLD                PIC X(40)  VALUE SPACES.
032700 01  WS-BUD-HOLD                PIC X(40)  VALUE SPACES.
032710 01  WS-FCT-HOLD                PIC X(40)  VALUE SPACES.
032800 01  WS-ENC-HOLD                PIC X(40)  VALUE SPACES.
032900 01  WS-SUB-HOLD                PIC X(60)  VALUE SPACES.
033000 01  WS-SPT-HOLD                PIC X(40)  VALUE SPACES.
033100 01  WS-COA-HOLD                PIC X(60)  VALUE SPACES.
033200 01  WS-INT-HOLD                PIC X(40)  VALUE SPACES.
033300
033400*---------------------------------------------------------------*
033500*  SAVED BROWSE KEYS - EACH MOVE DELETES THE ROW JUST READ, SO  *
033600*  THE BROWSE IS RESTARTED PAST THE SAVED KEY EVERY TIME        *
033700*---------------------------------------------------------------*
033800 01  WS-HST-SAVE-KEY.
033900     05  WS-HSK-CO-CODE         PIC X(03).
034000     05  WS-HSK-ACCT-NO         PIC 9(06).
034100     05  FILLER                 PIC X(16).
034200 01  WS-BAL-SAVE-KEY.
034300     05  WS-BSK-CO-CODE         PIC X(03).
034400     05  WS-BSK-ACCT-NO         PIC 9(06).
034500     05  FILLER                 PIC X(06).
034600 01  WS-DAC-SAVE-KEY.
034700     05  WS-DSK-CO-CODE         PIC X(03).
034800     05  WS-DSK-ACCT-NO         PIC 9(06).
034900     05  FILLER                 PIC X(10).
035000 01  WS-BUD-SAVE-KEY.
035100     05  WS-USK-CO-CODE         PIC X(03).
035200     05  WS-USK-ACCT-NO         PIC 9(06).
035300     05  FILLER                 PIC X(10).
035310 01  WS-FCT-SAVE-KEY            PIC X(23).
035400 01  WS-ENC-SAVE-KEY.
035500     05  WS-ESK-CO-CODE         PIC X(03).
035600     05  WS-ESK-ACCT-NO         PIC 9(06).
035700     05  FILLER                 PIC X(10).
035800 01  WS-SPT-SAVE-KEY.
035900     05  WS-PSK-CO-CODE         PIC X(03).
036000     05  WS-PSK-LEDGER-CODE     PIC X(04).
036100     05  WS-PSK-ACCT-NO         PIC 9(06).
036200     05  FILLER                 PIC X(06).
036300
036400*---------------------------------------------------------------*
036500*  PENDING MAPPINGS, LOADED UP FRONT SO THE MAPPING FILE CAN BE *
036600*  REWRITTEN AS EACH ONE IS SETTLED                             *
036700*---------------------------------------------------------------*
036800 77  WS-MAP-MAX                 PIC 9(04) BINARY VALUE 500.
036900 77  WS-MAP-CNT                 PIC 9(04) BINARY VALUE ZERO.
037000 77  WS-MX                      PIC 9(04) BINARY VALUE ZERO.
037100 77  WS-MY                      PIC 9(04) BINARY VALUE ZERO.
037200
037300 01  WS-MAP-TABLE.
037400     05  WS-MAP-ENTRY           OCCURS 500 TIMES.
037500         10  WS-MT-OLD-CO       PIC X(03).
037600         10  WS-MT-OLD-ACCT     PIC 9(06).
037700         10  WS-MT-NEW-CO       PIC X(03).
037800         10  WS-MT-NEW-ACCT     PIC 9(06).
037900         10  WS-MT-ACTION       PIC X(01).
038000         10  WS-MT-RESULT       PIC X(01).
038100             88  WS-MT-ACCEPTED          VALUE "A".
038200             88  WS-MT-REJECTED          VALUE "R".
038300             88  WS-MT-APPLIED           VALUE "D".
038400         10  WS-MT-REASON       PIC X(30).
038500
038600*---------------------------------------------------------------*
038700*  PERIOD BALANCES OF THE OLD AND NEW ACCOUNT - END-BAL IS      *
038800*  CUMULATIVE, SO MERGING NEEDS BOTH SERIES IN HAND             *
038900*---------------------------------------------------------------*
039000 77  WS-BAL-MAX                 PIC 9(04) BINARY VALUE 240.
039100 77  WS-OLD-BAL-CNT             PIC 9(04) BINARY VALUE ZERO.
039200 77  WS-NEW-BAL-CNT             PIC 9(04) BINARY VALUE ZERO.
039300 77  WS-BX                      PIC 9(04) BINARY VALUE ZERO.
039400 77  WS-BY                      PIC 9(04) BINARY VALUE ZERO.
039500 77  WS-BAL-OVERFLOW-SW         PIC X(01) VALUE "N".
039600     88  WS-BAL-OVERFLOW                 VALUE "Y".
039700
039800 01  WS-OLD-BAL-TABLE.
039900     05  WS-OLD-BAL-ENTRY       OCCURS 240 TIMES.
040000         10  WS-OB-PERIOD       PIC 9(06).
040100         10  WS-OB-DR           PIC S9(09)V99  COMP-3.
040200         10  WS-OB-CR           PIC S9(09)V99  COMP-3.
040300         10  WS-OB-END          PIC S9(09)V99  COMP-3.
040310         10  WS-OB-CONV-SW      PIC X(01).
040400
040500 01  WS-NEW-BAL-TABLE.
040600     05  WS-NEW-BAL-ENTRY       OCCURS 240 TIMES.
040700         10  WS-NB-PERIOD       PIC 9(06).
040800         10  WS-NB-END          PIC S9(09)V99  COMP-3.
040900
041000*---------------------------------------------------------------*
041100*  SUBLEDGERS CONTROLLED BY THE OLD ACCOUNT                     *
041200*---------------------------------------------------------------*
041300 77  WS-LDG-CNT                 PIC 9(04) BINARY VALUE ZERO.
041400 77  WS-LX                      PIC 9(04) BINARY VALUE ZERO.
041500 01  WS-LDG-TABLE.
041600     05  WS-LDG-CODE            PIC X(04) OCCURS 50 TIMES.
041700
041800*---------------------------------------------------------------*
041900*  LEDGER PROOF TOTALS - TAKEN BEFORE AND AFTER THE RUN         *
042000*---------------------------------------------------------------*
042100 01  WS-TOTALS.
042200     05  WS-TOT-COA-CURR        PIC S9(13)V99  COMP-3.
042300     05  WS-TOT-COA-PRIOR       PIC S9(13)V99  COMP-3.
042400     05  WS-TOT-HST-NET         PIC S9(13)V99  COMP-3.
042500     05  WS-TOT-HST-ROWS        PIC S9(13)V99  COMP-3.
042600     05  WS-TOT-BAL-DR          PIC S9(13)V99  COMP-3.
042700     05  WS-TOT-BAL-CR          PIC S9(13)V99  COMP-3.
042800     05  WS-TOT-DAC-AMT         PIC S9(13)V99  COMP-3.
042900 01  WS-BEFORE-TOTALS           PIC X(56) VALUE LOW-VALUES.
043000 01  WS-AFTER-TOTALS            PIC X(56) VALUE LOW-VALUES.
043100 01  WS-PROOF-TABLE.
043200     05  WS-PROOF-BEFORE        PIC S9(13)V99  COMP-3
043300                                OCCURS 7 TIMES.
043400     05  WS-PROOF-AFTER         PIC S9(13)V99  COMP-3
043500                                OCCURS 7 TIMES.
043600 77  WS-PX                      PIC 9(04) BINARY VALUE ZERO.
043700 77  WS-PROOF-SW                PIC X(01) VALUE "Y".
043800     88  WS-PROOF-HOLDS                  VALUE "Y".
043900
044000 01  WS-PROOF-LABELS.
044100     05  FILLER                 PIC X(26)
044200                                VALUE "CHART CURRENT BALANCES".
044300     05  FILLER                 PIC X(26)
044400                                VALUE "CHART PRIOR-YEAR BALANCES".
044500     05  FILLER                 PIC X(26)
044600                                VALUE "HISTORY NET (DR - CR)".
044700     05  FILLER                 PIC X(26)
044800                                VALUE "HISTORY ROWS".
044900     05  FILLER                 PIC X(26)
045000                                VALUE "PERIOD BALANCE DEBITS".
045100     05  FILLER                 PIC X(26)
045200                                VALUE "PERIOD BALANCE CREDITS".
045300     05  FILLER                 PIC X(26)
045400                                VALUE "DEPARTMENT ACTIVITY".
045500 01  WS-PROOF-LABEL-TABLE       REDEFINES WS-PROOF-LABELS.
045600     05  WS-PROOF-LABEL         PIC X(26) OCCURS 7 TIMES.
045700
045800*---------------------------------------------------------------*
045900*  RUN COUNTS                                                   *
046000*---------------------------------------------------------------*
046100 77  WS-MAP-READ-CNT            PIC 9(07) BINARY VALUE ZERO.
046200 77  WS-MAP-HELD-CNT            PIC 9(07) BINARY VALUE ZERO.
046300 77  WS-ACCEPT-CNT              PIC 9(07) BINARY VALUE ZERO.
046400 77  WS-REJECT-CNT              PIC 9(07) BINARY VALUE ZERO.
046500 77  WS-MERGE-CNT               PIC 9(07) BINARY VALUE ZERO.
046600 77  WS-RENUM-CNT               PIC 9(07) BINARY VALUE ZERO.
046700 77  WS-HST-MOVED-CNT           PIC 9(07) BINARY VALUE ZERO.
046800 77  WS-HST-CLASH-CNT           PIC 9(07) BINARY VALUE ZERO.
046900 77  WS-BAL-MERGED-CNT          PIC 9(07) BINARY VALUE ZERO.
047000 77  WS-BAL-MOVED-CNT           PIC 9(07) BINARY VALUE ZERO.
047100 77  WS-DAC-MOVED-CNT           PIC 9(07) BINARY VALUE ZERO.
047200 77  WS-BUD-MOVED-CNT           PIC 9(07) BINARY VALUE ZERO.
047210 77  WS-FCT-MOVED-CNT           PIC 9(07) BINARY VALUE ZERO.
047300 77  WS-ENC-MOVED-CNT           PIC 9(07) BINARY VALUE ZERO.
047400 77  WS-SUB-MOVED-CNT           PIC 9(07) BINARY VALUE ZERO.
047500 77  WS-SPT-MOVED-CNT           PIC 9(07) BINARY VALUE ZERO.
047600 77  WS-REC-REPOINT-CNT         PIC 9(07) BINARY VALUE ZERO.
047700 77  WS-ALC-REPOINT-CNT         PIC 9(07) BINARY VALUE ZERO.
047800 77  WS-INT-MOVED-CNT           PIC 9(07) BINARY VALUE ZERO.
047900 77  WS-INT-LEFT-CNT            PIC 9(07) BINARY VALUE ZERO.
048000 77  WS-INT-REPOINT-CNT         PIC 9(07) BINARY VALUE ZERO.
048100 77  WS-LOG-CNT                 PIC 9(07) BINARY VALUE ZERO.
048200 77  WS-REF-CNT                 PIC 9(07) BINARY VALUE ZERO.
048300
048400 77  WS-ALERT-EVENT             PIC X(04) VALUE SPACES.
048500 77  WS-ALERT-PGM               PIC X(10) VALUE "GLACCMRG".
048600 77  WS-ALERT-CNT               PIC 9(07) VALUE ZERO.
048700 77  WS-ALERT-TEXT              PIC X(60) VALUE SPACES.
048800
048900 01  WS-COUNT-LINE.
049000     05  WS-CNT-LABEL           PIC X(40).
049100     05  WS-CNT-VALUE           PIC ZZZZZZ9.
049200
049300 01  WS-MAP-LINE.
049400     05  WS-ML-OLD-CO           PIC X(03).
049500     05  FILLER                 PIC X(01) VALUE SPACES.
049600     05  WS-ML-OLD-ACCT         PIC 9(06).
049700     05  FILLER                 PIC X(04) VALUE " TO ".
049800     05  WS-ML-NEW-CO           PIC X(03).
049900     05  FILLER                 PIC X(01) VALUE SPACES.
050000     05  WS-ML-NEW-ACCT         PIC 9(06).
050100     05  FILLER                 PIC X(02) VALUE SPACES.
050200     05  WS-ML-RESULT           PIC X(10).
050300     05  FILLER                 PIC X(01) VALUE SPACES.
050400     05  WS-ML-REASON           PIC X(30).
050500
050600 01  WS-PROOF-LINE.
050700     05  WS-PL-LABEL            PIC X(26).
050800     05  FILLER                 PIC X(01) VALUE SPACES.
050900     05  WS-PL-BEFORE           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
051000     05  FILLER                 PIC X(01) VALUE SPACES.
051100     05  WS-PL-AFTER            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
051200     05  FILLER                 PIC X(01) VALUE SPACES.
051300     05  WS-PL-FLAG             PIC X(07).
051400
051500 01  WS-REF-LINE.
051600     05  WS-RL-FILE             PIC X(09).
051700     05  WS-RL-KEY              PIC X(12).
051800     05  WS-RL-CO               PIC X(03).
051900     05  FILLER                 PIC X(01) VALUE SPACES.
052000     05  WS-RL-ACCT             PIC 9(06).
052100     05  FILLER                 PIC X(02) VALUE SPACES.
052200     05  WS-RL-TEXT             PIC X(40).
052300
052400 01  WS-REF-KEY-WORK.
052500     05  WS-RK-PART-1           PIC X(06).
052600     05  FILLER                 PIC X(01) VALUE "/".
052700     05  WS-RK-PART-2           PIC X(05).
052800
052810     COPY GLLCHREC.
052820
052900/
053000****************************************************************
053100* L I N K A G E   S E C T I O N                                *
053200*                                                               *
053300* WS-MRG-MODE IS "T" FOR A TRIAL RUN THAT CHANGES NOTHING, OR   *
053400* "U" TO APPLY THE MAPPINGS; ANYTHING ELSE RUNS AS A TRIAL.     *
053500****************************************************************
053600 LINKAGE SECTION.
053700 01  WS-USER-ID                 PIC X(10).
053800 01  WS-MRG-MODE                PIC X(01).
053900     88  WS-UPDATE-RUN                   VALUE "U".
054000/
054100*****************************************************************
054200* P R O C E D U R E   D I V I S I O N                           *
054300*****************************************************************
054400 PROCEDURE DIVISION      USING WS-USER-ID
054500                               WS-MRG-MODE.
054600
054700*****************************************************************
054800* 0000-MAINLINE                                                 *
054900*****************************************************************
055000 0000-MAINLINE.
055100     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
055200     PERFORM 1100-LOAD-MAPPINGS       THRU 1100-EXIT.
055300     MOVE "B"                     TO  WS-TOTALS-PASS.
055400     PERFORM 2000-TAKE-TOTALS         THRU 2000-EXIT.
055500     PERFORM 2500-VALIDATE-MAPPINGS   THRU 2500-EXIT.
055600     IF  WS-UPDATE-RUN
055700         PERFORM 3000-APPLY-MAPPINGS  THRU 3000-EXIT
055800         PERFORM 5000-REPOINT-TEMPLATES
055900                                      THRU 5000-EXIT
056000         PERFORM 5100-REPOINT-ALLOCATIONS
056100                                      THRU 5100-EXIT
056200         PERFORM 5200-REPOINT-INTEREST
056300                                      THRU 5200-EXIT.
056400     MOVE "A"                     TO  WS-TOTALS-PASS.
056500     PERFORM 2000-TAKE-TOTALS         THRU 2000-EXIT.
056600     PERFORM 7000-PRINT-PROOF         THRU 7000-EXIT.
056700     PERFORM 6000-REFERENCE-SCAN      THRU 6000-EXIT.
056800     PERFORM 8000-PRINT-CONTROL       THRU 8000-EXIT.
056900     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
057000     GO TO 9999-EXIT.
057100
057200*****************************************************************
057300* 1000-INITIALIZE - OPEN THE FILES AND HEAD THE REPORT          *
057400*****************************************************************
057500 1000-INITIALIZE.
057600     IF  NOT WS-UPDATE-RUN
057700         MOVE "T"                 TO  WS-MRG-MODE.
057800
057900     OPEN I-O    MAP-FILE.
058000     OPEN I-O    COA-FILE.
058100     OPEN I-O    HST-FILE.
058200     OPEN I-O    BAL-FILE.
058300     OPEN I-O    DAC-FILE.
058400     OPEN I-O    BUD-FILE.
058410     OPEN I-O    FCT-FILE.
058500     OPEN I-O    ENC-FILE.
058600     OPEN I-O    SUB-FILE.
058700     OPEN I-O    SPT-FILE.
058800     OPEN I-O    REC-FILE.
058900     OPEN I-O    ALC-FILE.
059000     OPEN I-O    INT-FILE.
059100     OPEN INPUT  TAX-FILE.
059200     OPEN INPUT  STL-FILE.
059300     OPEN EXTEND LOG-FILE.
059400     OPEN OUTPUT RPT-FILE.
059500
059600     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
059700
059800     MOVE SPACES                  TO  GLMRGP-RECORD.
059900     IF  WS-UPDATE-RUN
060000         MOVE "GL ACCOUNT MERGE/RENUMBER - UPDATE RUN"
060100                                  TO  GLMRGP-RECORD
060200     ELSE
060300         MOVE "GL ACCOUNT MERGE/RENUMBER - TRIAL RUN, NO UPDATES"
060400                                  TO  GLMRGP-RECORD.
060500     WRITE GLMRGP-RECORD.
060600
060700     MOVE SPACES                  TO  GLMRGP-RECORD.
060800     MOVE "RUN DATE"              TO  GLMRGP-RECORD.
060900     MOVE WS-RUN-DATE             TO  GLMRGP-RECORD (41:8).
061000     WRITE GLMRGP-RECORD.
061100 1000-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500* 1100-LOAD-MAPPINGS - LOAD EVERY PENDING MAPPING ROW; ANY PAST *
061600*                      THE TABLE LIMIT STAY PENDING FOR THE     *
061700*                      NEXT RUN                                 *
061800*****************************************************************
061900 1100-LOAD-MAPPINGS.
062000     MOVE LOW-VALUES              TO  GLMAP-KEY.
062100     START MAP-FILE
062200         KEY IS NOT LESS THAN GLMAP-KEY
062300         INVALID KEY
062400             MOVE "10"            TO  WS-MAP-STATUS.
062500
062600     PERFORM 1110-LOAD-ONE-MAPPING THRU 1110-EXIT
062700         UNTIL WS-MAP-EOF.
062800 1100-EXIT.
062900     EXIT.
063000
063100*****************************************************************
063200* 1110-LOAD-ONE-MAPPING                                         *
063300*****************************************************************
063400 1110-LOAD-ONE-MAPPING.
063500     READ MAP-FILE NEXT RECORD
063600         AT END
063700             MOVE "10"            TO  WS-MAP-STATUS
063800             GO TO 1110-EXIT.
063900
064000     IF  NOT GLMAP-PENDING
064100         GO TO 1110-EXIT.
064200
064300     ADD 1                        TO  WS-MAP-READ-CNT.
064400     IF  WS-MAP-CNT IS NOT LESS THAN WS-MAP-MAX
064500         ADD 1                    TO  WS-MAP-HELD-CNT
064600         GO TO 1110-EXIT.
064700
064800     ADD 1                        TO  WS-MAP-CNT.
064900     MOVE GLMAP-OLD-CO-CODE       TO  WS-MT-OLD-CO (WS-MAP-CNT).
065000     MOVE GLMAP-OLD-ACCT-NO       TO  WS-MT-OLD-ACCT (WS-MAP-CNT).
065100     MOVE GLMAP-NEW-CO-CODE       TO  WS-MT-NEW-CO (WS-MAP-CNT).
065200     MOVE GLMAP-NEW-ACCT-NO       TO  WS-MT-NEW-ACCT (WS-MAP-CNT).
065300     MOVE SPACES                  TO  WS-MT-ACTION (WS-MAP-CNT).
065400     MOVE "A"                     TO  WS-MT-RESULT (WS-MAP-CNT).
065500     MOVE SPACES                  TO  WS-MT-REASON (WS-MAP-CNT).
065600 1110-EXIT.
065700     EXIT.
065800
065900*****************************************************************
066000* 2000-TAKE-TOTALS - TOTAL THE CHART, HISTORY, PERIOD BALANCES  *
066100*                    AND DEPARTMENT ACTIVITY FOR THE PROOF      *
066200*****************************************************************
066300 2000-TAKE-TOTALS.
066400     MOVE ZERO                    TO  WS-TOT-COA-CURR
066500                                      WS-TOT-COA-PRIOR
066600                                      WS-TOT-HST-NET
066700                                      WS-TOT-HST-ROWS
066800                                      WS-TOT-BAL-DR
066900                                      WS-TOT-BAL-CR
067000                                      WS-TOT-DAC-AMT.
067100
067200     MOVE LOW-VALUES              TO  GLCOA-KEY.
067300     MOVE SPACES                  TO  WS-COA-STATUS.
067400     START COA-FILE
067500         KEY IS NOT LESS THAN GLCOA-KEY
067600         INVALID KEY
067700             MOVE "10"            TO  WS-COA-STATUS.
067800     PERFORM 2010-TOTAL-ONE-ACCOUNT THRU 2010-EXIT
067900         UNTIL WS-COA-EOF.
068000
068100     MOVE LOW-VALUES              TO  GLHST-KEY.
068200     MOVE SPACES                  TO  WS-HST-STATUS.
068300     START HST-FILE
068400         KEY IS NOT LESS THAN GLHST-KEY
068500         INVALID KEY
068600             MOVE "10"            TO  WS-HST-STATUS.
068700     PERFORM 2020-TOTAL-ONE-HISTORY THRU 2020-EXIT
068800         UNTIL WS-HST-EOF.
068900
069000     MOVE LOW-VALUES              TO  GLBAL-KEY.
069100     MOVE SPACES                  TO  WS-BAL-STATUS.
069200     START BAL-FILE
069300         KEY IS NOT LESS THAN GLBAL-KEY
069400         INVALID KEY
069500             MOVE "10"            TO  WS-BAL-STATUS.
069600     PERFORM 2030-TOTAL-ONE-BALANCE THRU 2030-EXIT
069700         UNTIL WS-BAL-EOF.
069800
069900     MOVE LOW-VALUES              TO  GLDAC-KEY.
070000     MOVE SPACES                  TO  WS-DAC-STATUS.
070100     START DAC-FILE
070200         KEY IS NOT LESS THAN GLDAC-KEY
070300         INVALID KEY
070400             MOVE "10"            TO  WS-DAC-STATUS.
070500     PERFORM 2040-TOTAL-ONE-ACTIVITY THRU 2040-EXIT
070600         UNTIL WS-DAC-EOF.
070700
070800     IF  WS-TAKING-BEFORE
070900         MOVE WS-TOTALS           TO  WS-BEFORE-TOTALS
071000     ELSE
071100         MOVE WS-TOTALS           TO  WS-AFTER-TOTALS.
071200 2000-EXIT.
071300     EXIT.
071400
071500*****************************************************************
071600* 2010-TOTAL-ONE-ACCOUNT                                        *
071700*****************************************************************
071800 2010-TOTAL-ONE-ACCOUNT.
071900     READ COA-FILE NEXT RECORD
072000         AT END
072100             MOVE "10"            TO  WS-COA-STATUS
072200             GO TO 2010-EXIT.
072300
072400     ADD GLCOA-CURR-BAL           TO  WS-TOT-COA-CURR.
072500     ADD GLCOA-PRIOR-YR-BAL       TO  WS-TOT-COA-PRIOR.
072600 2010-EXIT.
072700     EXIT.
072800
072900*****************************************************************
073000* 2020-TOTAL-ONE-HISTORY                                        *
073100*****************************************************************
073200 2020-TOTAL-ONE-HISTORY.
073300     READ HST-FILE NEXT RECORD
073400         AT END
073500             MOVE "10"            TO  WS-HST-STATUS
073600             GO TO 2020-EXIT.
073700
073800     ADD 1                        TO  WS-TOT-HST-ROWS.
073900     IF  GLHST-DR-CR-CODE IS EQUAL TO "D"
074000         ADD GLHST-EXT-AMT        TO  WS-TOT-HST-NET
074100     ELSE
074200         SUBTRACT GLHST-EXT-AMT   FROM WS-TOT-HST-NET.
074300 2020-EXIT.
074400     EXIT.
074500
074600*****************************************************************
074700* 2030-TOTAL-ONE-BALANCE                                        *
074800*****************************************************************
074900 2030-TOTAL-ONE-BALANCE.
075000     READ BAL-FILE NEXT RECORD
075100         AT END
075200             MOVE "10"            TO  WS-BAL-STATUS
075300             GO TO 2030-EXIT.
075400
075500     ADD GLBAL-PERIOD-DR          TO  WS-TOT-BAL-DR.
075600     ADD GLBAL-PERIOD-CR          TO  WS-TOT-BAL-CR.
075700 2030-EXIT.
075800     EXIT.
075900
076000*****************************************************************
076100* 2040-TOTAL-ONE-ACTIVITY                                       *
076200*****************************************************************
076300 2040-TOTAL-ONE-ACTIVITY.
076400     READ DAC-FILE NEXT RECORD
076500         AT END
076600             MOVE "10"            TO  WS-DAC-STATUS
076700             GO TO 2040-EXIT.
076800
076900     ADD GLDAC-AMOUNT             TO  WS-TOT-DAC-AMT.
077000 2040-EXIT.
077100     EXIT.
077200
077300*****************************************************************
077400* 2500-VALIDATE-MAPPINGS - VALIDATE EVERY LOADED MAPPING AND    *
077500*                          LIST IT WITH ITS OUTCOME             *
077600*****************************************************************
077700 2500-VALIDATE-MAPPINGS.
077800     MOVE SPACES                  TO  GLMRGP-RECORD.
077900     WRITE GLMRGP-RECORD.
078000     MOVE "MAPPINGS"              TO  GLMRGP-RECORD.
078100     WRITE GLMRGP-RECORD.
078200
078300     PERFORM 2510-VALIDATE-ENTRY  THRU 2510-EXIT
078400         VARYING WS-MX FROM 1 BY 1
078500         UNTIL WS-MX IS GREATER THAN WS-MAP-CNT.
078600 2500-EXIT.
078700     EXIT.
078800
078900*****************************************************************
079000* 2510-VALIDATE-ENTRY - VALIDATE ONE MAPPING, RECORD ITS        *
079100*                       OUTCOME AND PRINT IT                    *
079200*****************************************************************
079300 2510-VALIDATE-ENTRY.
079400     PERFORM 2600-VALIDATE-ONE    THRU 2600-EXIT.
079500
079600     MOVE SPACES                  TO  WS-ML-RESULT.
079700     MOVE WS-CUR-REASON           TO  WS-ML-REASON.
079800     IF  WS-CUR-REASON IS EQUAL TO SPACES
079900         ADD 1                    TO  WS-ACCEPT-CNT
080000         MOVE "A"                 TO  WS-MT-RESULT (WS-MX)
080100         MOVE WS-CUR-ACTION       TO  WS-MT-ACTION (WS-MX)
080200         IF  WS-CUR-MERGE
080300             MOVE "MERGE"         TO  WS-ML-RESULT
080400         ELSE
080500             MOVE "RENUMBER"      TO  WS-ML-RESULT
080600         END-IF
080700     ELSE
080800         ADD 1                    TO  WS-REJECT-CNT
080900         MOVE "R"                 TO  WS-MT-RESULT (WS-MX)
081000         MOVE WS-CUR-REASON       TO  WS-MT-REASON (WS-MX)
081100         MOVE "REJECTED"          TO  WS-ML-RESULT.
081200
081300     MOVE WS-MT-OLD-CO (WS-MX)    TO  WS-ML-OLD-CO.
081400     MOVE WS-MT-OLD-ACCT (WS-MX)  TO  WS-ML-OLD-ACCT.
081500     MOVE WS-MT-NEW-CO (WS-MX)    TO  WS-ML-NEW-CO.
081600     MOVE WS-MT-NEW-ACCT (WS-MX)  TO  WS-ML-NEW-ACCT.
081700     MOVE WS-MAP-LINE             TO  GLMRGP-RECORD.
081800     WRITE GLMRGP-RECORD.
081900
082000     IF  WS-UPDATE-RUN
082100     AND WS-MT-REJECTED (WS-MX)
082200         PERFORM 4900-MARK-MAPPING THRU 4900-EXIT.
082300 2510-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700* 2600-VALIDATE-ONE - CHECK THE MAPPING AT WS-MX AGAINST THE    *
082800*                     CHART; WS-CUR-REASON IS LEFT BLANK WHEN   *
082900*                     IT PASSES, WITH WS-CUR-ACTION SET TO      *
083000*                     MERGE OR RENUMBER                         *
083100*****************************************************************
083200 2600-VALIDATE-ONE.
083300     MOVE WS-MT-OLD-CO (WS-MX)    TO  WS-CUR-OLD-CO.
083400     MOVE WS-MT-OLD-ACCT (WS-MX)  TO  WS-CUR-OLD-ACCT.
083500     MOVE WS-MT-NEW-CO (WS-MX)    TO  WS-CUR-NEW-CO.
083600     MOVE WS-MT-NEW-ACCT (WS-MX)  TO  WS-CUR-NEW-ACCT.
083700     MOVE SPACES                  TO  WS-CUR-REASON.
083800     MOVE SPACES                  TO  WS-CUR-ACTION.
083900
084000     IF  WS-CUR-OLD-CO IS EQUAL TO WS-CUR-NEW-CO
084100     AND WS-CUR-OLD-ACCT IS EQUAL TO WS-CUR-NEW-ACCT
084200         MOVE "OLD AND NEW ACCOUNT ARE THE SAME"
084300                                  TO  WS-CUR-REASON
084400         GO TO 2600-EXIT.
084500
084600     MOVE WS-CUR-OLD-CO           TO  GLCOA-CO-CODE.
084700     MOVE WS-CUR-OLD-ACCT         TO  GLCOA-ACCT-NO.
084800     READ COA-FILE
084900         INVALID KEY
085000             MOVE "OLD ACCOUNT NOT ON THE CHART"
085100                                  TO  WS-CUR-REASON
085200             GO TO 2600-EXIT.
085300     MOVE GLCOA-TYPE              TO  WS-OLD-TYPE.
085400     MOVE GLCOA-RE-ACCT-SW        TO  WS-OLD-RE-SW.
085500
085600     MOVE ZERO                    TO  WS-FOUND-IX.
085700     PERFORM 2610-CHECK-NEW-RETIRED THRU 2610-EXIT
085800         VARYING WS-MY FROM 1 BY 1
085900         UNTIL WS-MY IS GREATER THAN WS-MAP-CNT
086000            OR WS-FOUND-IX IS GREATER THAN ZERO.
086100     IF  WS-FOUND-IX IS GREATER THAN ZERO
086200         MOVE "NEW ACCOUNT IS BEING RETIRED"
086300                                  TO  WS-CUR-REASON
086400         GO TO 2600-EXIT.
086500
086600     MOVE WS-CUR-NEW-CO           TO  GLCOA-CO-CODE.
086700     MOVE WS-CUR-NEW-ACCT         TO  GLCOA-ACCT-NO.
086800     READ COA-FILE
086900         INVALID KEY
087000             MOVE "N"             TO  WS-CUR-ACTION.
087100
087200     IF  NOT WS-CUR-RENUMBER
087300         MOVE "M"                 TO  WS-CUR-ACTION
087400         IF  GLCOA-IS-INACTIVE
087500             MOVE "NEW ACCOUNT IS INACTIVE"
087600                                  TO  WS-CUR-REASON
087700             GO TO 2600-EXIT
087800         END-IF
087900         IF  GLCOA-TYPE IS NOT EQUAL TO WS-OLD-TYPE
088000             MOVE "ACCOUNT TYPES DIFFER"
088100                                  TO  WS-CUR-REASON
088200             GO TO 2600-EXIT
088300         END-IF
088400         IF  GLCOA-RE-ACCT-SW IS NOT EQUAL TO WS-OLD-RE-SW
088500             MOVE "RETAINED-EARNINGS FLAGS DIFFER"
088600                                  TO  WS-CUR-REASON
088700             GO TO 2600-EXIT
088800         END-IF.
088900
089000     PERFORM 4110-LOAD-BAL-TABLES THRU 4110-EXIT.
089100     IF  WS-BAL-OVERFLOW
089200         MOVE "TOO MANY PERIOD BALANCE ROWS"
089300                                  TO  WS-CUR-REASON
089400         GO TO 2600-EXIT.
089500 2600-EXIT.
089600     EXIT.
089700
089800*****************************************************************
089900* 2610-CHECK-NEW-RETIRED - IS THE NEW ACCOUNT THE OLD ACCOUNT   *
090000*                          OF ANOTHER MAPPING IN THIS RUN       *
090100*****************************************************************
090200 2610-CHECK-NEW-RETIRED.
090300     IF  WS-MT-OLD-CO (WS-MY) IS EQUAL TO WS-CUR-NEW-CO
090400     AND WS-MT-OLD-ACCT (WS-MY) IS EQUAL TO WS-CUR-NEW-ACCT
090500         MOVE WS-MY               TO  WS-FOUND-IX.
090600 2610-EXIT.
090700     EXIT.
090800
090900*****************************************************************
091000* 3000-APPLY-MAPPINGS - APPLY EVERY ACCEPTED MAPPING IN TURN    *
091100*****************************************************************
091200 3000-APPLY-MAPPINGS.
091300     PERFORM 3010-APPLY-ENTRY     THRU 3010-EXIT
091400         VARYING WS-MX FROM 1 BY 1
091500         UNTIL WS-MX IS GREATER THAN WS-MAP-CNT.
091600 3000-EXIT.
091700     EXIT.
091800
091900*****************************************************************
092000* 3010-APPLY-ENTRY - REVALIDATE (AN EARLIER MAPPING MAY HAVE    *
092100*                    CREATED THE NEW ACCOUNT) AND MOVE EVERY    *
092200*                    DEPENDENT ROW; THE CHART ROWS GO LAST SO   *
092300*                    A RERUN STILL FINDS THE OLD ACCOUNT ACTIVE *
092400*****************************************************************
092500 3010-APPLY-ENTRY.
092600     IF  NOT WS-MT-ACCEPTED (WS-MX)
092700         GO TO 3010-EXIT.
092800
092900     PERFORM 2600-VALIDATE-ONE    THRU 2600-EXIT.
093000     IF  WS-CUR-REASON IS NOT EQUAL TO SPACES
093100         SUBTRACT 1               FROM WS-ACCEPT-CNT
093200         ADD 1                    TO  WS-REJECT-CNT
093300         MOVE "R"                 TO  WS-MT-RESULT (WS-MX)
093400         MOVE WS-CUR-REASON       TO  WS-MT-REASON (WS-MX)
093500         DISPLAY "GLACCMRG - MAPPING REJECTED AT UPDATE: "
093600                 WS-CUR-OLD-CO " " WS-CUR-OLD-ACCT " "
093700                 WS-CUR-REASON
093800         PERFORM 4900-MARK-MAPPING THRU 4900-EXIT
093900         GO TO 3010-EXIT.
094000     MOVE WS-CUR-ACTION           TO  WS-MT-ACTION (WS-MX).
094100
094200     PERFORM 4000-MOVE-HISTORY    THRU 4000-EXIT.
094300     PERFORM 4100-MERGE-BALANCES  THRU 4100-EXIT.
094400     PERFORM 4200-MOVE-DEPT-ACTIVITY THRU 4200-EXIT.
094500     PERFORM 4300-MOVE-BUDGETS    THRU 4300-EXIT.
094510     PERFORM 4350-MOVE-FORECASTS  THRU 4350-EXIT.
094600     PERFORM 4400-MOVE-ENCUMBRANCES THRU 4400-EXIT.
094700     PERFORM 4500-MOVE-SUBLEDGERS THRU 4500-EXIT.
094800     PERFORM 4800-MOVE-INTEREST   THRU 4800-EXIT.
094900     PERFORM 4700-MOVE-CHART      THRU 4700-EXIT.
095000
095100     IF  WS-CUR-MERGE
095200         ADD 1                    TO  WS-MERGE-CNT
095300     ELSE
095400         ADD 1                    TO  WS-RENUM-CNT.
095500     MOVE "D"                     TO  WS-MT-RESULT (WS-MX).
095600     PERFORM 4900-MARK-MAPPING    THRU 4900-EXIT.
095700 3010-EXIT.
095800     EXIT.
095900
096000*****************************************************************
096100* 4000-MOVE-HISTORY - REKEY EVERY HISTORY ROW OF THE OLD        *
096200*                     ACCOUNT ONTO THE NEW ONE                  *
096300*****************************************************************
096400 4000-MOVE-HISTORY.
096500     MOVE LOW-VALUES              TO  WS-HST-SAVE-KEY.
096600     MOVE WS-CUR-OLD-CO           TO  WS-HSK-CO-CODE.
096700     MOVE WS-CUR-OLD-ACCT         TO  WS-HSK-ACCT-NO.
096800     MOVE SPACES                  TO  WS-HST-STATUS.
096900     PERFORM 4010-MOVE-ONE-HISTORY THRU 4010-EXIT
097000         UNTIL WS-HST-EOF.
097100 4000-EXIT.
097200     EXIT.
097300
097400*****************************************************************
097500* 4010-MOVE-ONE-HISTORY - A ROW WHOSE NEW KEY IS ALREADY TAKEN  *
097600*                         IS LEFT ON THE OLD ACCOUNT AND COUNTED*
097700*****************************************************************
097800 4010-MOVE-ONE-HISTORY.
097900     MOVE WS-HST-SAVE-KEY         TO  GLHST-KEY.
098000     START HST-FILE
098100         KEY IS GREATER THAN GLHST-KEY
098200         INVALID KEY
098300             MOVE "10"            TO  WS-HST-STATUS
098400             GO TO 4010-EXIT.
098500
098600     READ HST-FILE NEXT RECORD
098700         AT END
098800             MOVE "10"            TO  WS-HST-STATUS
098900             GO TO 4010-EXIT.
099000
099100     IF  GLHST-CO-CODE IS NOT EQUAL TO WS-CUR-OLD-CO
099200     OR  GLHST-ACCT-NO IS NOT EQUAL TO WS-CUR-OLD-ACCT
099300         MOVE "10"                TO  WS-HST-STATUS
099400         GO TO 4010-EXIT.
099500
099600     MOVE GLHST-KEY               TO  WS-HST-SAVE-KEY.
099700     MOVE GLHST-RECORD            TO  WS-HST-HOLD.
099800     MOVE WS-CUR-NEW-CO           TO  GLHST-CO-CODE.
099900     MOVE WS-CUR-NEW-ACCT         TO  GLHST-ACCT-NO.
100000     WRITE GLHST-RECORD.
100100     IF  WS-HST-STATUS IS EQUAL TO "22"
100200         ADD 1                    TO  WS-HST-CLASH-CNT
100300         MOVE "00"                TO  WS-HST-STATUS
100400         GO TO 4010-EXIT.
100500     IF  NOT WS-HST-OK
100600         DISPLAY "GLACCMRG - ERROR WRITING GLHIST, STATUS "
100700                 WS-HST-STATUS
100800         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
100900
101000     MOVE WS-HST-HOLD             TO  GLHST-RECORD.
101100     DELETE HST-FILE.
101200     IF  NOT WS-HST-OK
101300         DISPLAY "GLACCMRG - ERROR DELETING GLHIST, STATUS "
101400                 WS-HST-STATUS
101500         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
101600
101700     ADD 1                        TO  WS-HST-MOVED-CNT.
101800 4010-EXIT.
101900     EXIT.
102000
102100*****************************************************************
102200* 4100-MERGE-BALANCES - COMBINE THE PERIOD BALANCE SERIES.      *
102300*                       END-BAL IS CUMULATIVE, SO EVERY MERGED  *
102400*                       PERIOD CARRIES THE OTHER ACCOUNT'S      *
102500*                       LATEST BALANCE AT OR BEFORE IT          *
102600*****************************************************************
102700 4100-MERGE-BALANCES.
102800     PERFORM 4110-LOAD-BAL-TABLES THRU 4110-EXIT.
102900
103000     PERFORM 4130-UPDATE-NEW-PERIOD THRU 4130-EXIT
103100         VARYING WS-BY FROM 1 BY 1
103200         UNTIL WS-BY IS GREATER THAN WS-NEW-BAL-CNT.
103300
103400     PERFORM 4150-ADD-OLD-PERIOD  THRU 4150-EXIT
103500         VARYING WS-BX FROM 1 BY 1
103600         UNTIL WS-BX IS GREATER THAN WS-OLD-BAL-CNT.
103700 4100-EXIT.
103800     EXIT.
103900
104000*****************************************************************
104100* 4110-LOAD-BAL-TABLES - LOAD THE OLD ACCOUNT'S PERIOD ROWS AND *
104200*                        THE NEW ACCOUNT'S PERIOD/END-BAL PAIRS *
104300*****************************************************************
104400 4110-LOAD-BAL-TABLES.
104500     MOVE "N"                     TO  WS-BAL-OVERFLOW-SW.
104600     MOVE ZERO                    TO  WS-OLD-BAL-CNT.
104700     MOVE ZERO                    TO  WS-NEW-BAL-CNT.
104800
104900     MOVE LOW-VALUES              TO  GLBAL-KEY.
105000     MOVE WS-CUR-OLD-CO           TO  GLBAL-CO-CODE.
105100     MOVE WS-CUR-OLD-ACCT         TO  GLBAL-ACCT-NO.
105200     MOVE SPACES                  TO  WS-BAL-STATUS.
105300     START BAL-FILE
105400         KEY IS GREATER THAN GLBAL-KEY
105500         INVALID KEY
105600             MOVE "10"            TO  WS-BAL-STATUS.
105700     PERFORM 4115-LOAD-OLD-ROW    THRU 4115-EXIT
105800         UNTIL WS-BAL-EOF.
105900
106000     MOVE LOW-VALUES              TO  GLBAL-KEY.
106100     MOVE WS-CUR-NEW-CO           TO  GLBAL-CO-CODE.
106200     MOVE WS-CUR-NEW-ACCT         TO  GLBAL-ACCT-NO.
106300     MOVE SPACES                  TO  WS-BAL-STATUS.
106400     START BAL-FILE
106500         KEY IS GREATER THAN GLBAL-KEY
106600         INVALID KEY
106700             MOVE "10"            TO  WS-BAL-STATUS.
106800     PERFORM 4120-LOAD-NEW-ROW    THRU 4120-EXIT
106900         UNTIL WS-BAL-EOF.
107000 4110-EXIT.
107100     EXIT.
107200
107300*****************************************************************
107400* 4115-LOAD-OLD-ROW                                             *
107500*****************************************************************
107600 4115-LOAD-OLD-ROW.
107700     READ BAL-FILE NEXT RECORD
107800         AT END
107900             MOVE "10"            TO  WS-BAL-STATUS
108000             GO TO 4115-EXIT.
108100
108200     IF  GLBAL-CO-CODE IS NOT EQUAL TO WS-CUR-OLD-CO
108300     OR  GLBAL-ACCT-NO IS NOT EQUAL TO WS-CUR-OLD-ACCT
108400         MOVE "10"                TO  WS-BAL-STATUS
108500         GO TO 4115-EXIT.
108600
108700     IF  WS-OLD-BAL-CNT IS NOT LESS THAN WS-BAL-MAX
108800         MOVE "Y"                 TO  WS-BAL-OVERFLOW-SW
108900         MOVE "10"                TO  WS-BAL-STATUS
109000         GO TO 4115-EXIT.
109100
109200     ADD 1                        TO  WS-OLD-BAL-CNT.
109300     MOVE GLBAL-PERIOD
109310                TO  WS-OB-PERIOD (WS-OLD-BAL-CNT).
109400     MOVE GLBAL-PERIOD-DR         TO  WS-OB-DR (WS-OLD-BAL-CNT).
109500     MOVE GLBAL-PERIOD-CR         TO  WS-OB-CR (WS-OLD-BAL-CNT).
109600     MOVE GLBAL-END-BAL           TO  WS-OB-END (WS-OLD-BAL-CNT).
109610     MOVE GLBAL-CONV-SW
109620                TO  WS-OB-CONV-SW (WS-OLD-BAL-CNT).
109700 4115-EXIT.
109800     EXIT.
109900
110000*****************************************************************
110100* 4120-LOAD-NEW-ROW                                             *
110200*****************************************************************
110300 4120-LOAD-NEW-ROW.
110400     READ BAL-FILE NEXT RECORD
110500         AT END
110600             MOVE "10"            TO  WS-BAL-STATUS
110700             GO TO 4120-EXIT.
110800
110900     IF  GLBAL-CO-CODE IS NOT EQUAL TO WS-CUR-NEW-CO
111000     OR  GLBAL-ACCT-NO IS NOT EQUAL TO WS-CUR-NEW-ACCT
111100         MOVE "10"                TO  WS-BAL-STATUS
111200         GO TO 4120-EXIT.
111300
111400     IF  WS-NEW-BAL-CNT IS NOT LESS THAN WS-BAL-MAX
111500         MOVE "Y"                 TO  WS-BAL-OVERFLOW-SW
111600         MOVE "10"                TO  WS-BAL-STATUS
111700         GO TO 4120-EXIT.
111800
111900     ADD 1                        TO  WS-NEW-BAL-CNT.
112000     MOVE GLBAL-PERIOD
112010                TO  WS-NB-PERIOD (WS-NEW-BAL-CNT).
112100     MOVE GLBAL-END-BAL           TO  WS-NB-END (WS-NEW-BAL-CNT).
112200 4120-EXIT.
112300     EXIT.
112400
112500*****************************************************************
112600* 4130-UPDATE-NEW-PERIOD - ADD THE OLD ACCOUNT'S CARRIED        *
112700*                          BALANCE, AND ANY SAME-PERIOD         *
112800*                          ACTIVITY, INTO ONE NEW-ACCOUNT ROW   *
112900*****************************************************************
113000 4130-UPDATE-NEW-PERIOD.
113100     MOVE ZERO                    TO  WS-CARRY-AMT.
113200     MOVE ZERO                    TO  WS-SAME-DR.
113300     MOVE ZERO                    TO  WS-SAME-CR.
113400     PERFORM 4135-SCAN-OLD-CARRY  THRU 4135-EXIT
113500         VARYING WS-BX FROM 1 BY 1
113600         UNTIL WS-BX IS GREATER THAN WS-OLD-BAL-CNT.
113700
113800     MOVE WS-CUR-NEW-CO           TO  GLBAL-CO-CODE.
113900     MOVE WS-CUR-NEW-ACCT         TO  GLBAL-ACCT-NO.
114000     MOVE WS-NB-PERIOD (WS-BY)    TO  GLBAL-PERIOD.
114100     READ BAL-FILE
114200         INVALID KEY
114300             DISPLAY "GLACCMRG - GLPERBAL ROW VANISHED, STATUS "
114400                     WS-BAL-STATUS
114500             PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
114600
114700     ADD WS-SAME-DR               TO  GLBAL-PERIOD-DR.
114800     ADD WS-SAME-CR               TO  GLBAL-PERIOD-CR.
114900     ADD WS-CARRY-AMT             TO  GLBAL-END-BAL.
115000     REWRITE GLBAL-RECORD.
115100     IF  NOT WS-BAL-OK
115200         DISPLAY "GLACCMRG - ERROR REWRITING GLPERBAL, STATUS "
115300                 WS-BAL-STATUS
115400         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
115500 4130-EXIT.
115600     EXIT.
115700
115800*****************************************************************
115900* 4135-SCAN-OLD-CARRY - THE OLD ROWS ARE IN PERIOD ORDER, SO    *
116000*                       THE LAST ONE AT OR BEFORE THE PERIOD    *
116100*                       GIVES THE CARRIED BALANCE               *
116200*****************************************************************
116300 4135-SCAN-OLD-CARRY.
116400     IF  WS-OB-PERIOD (WS-BX) IS GREATER THAN WS-NB-PERIOD (WS-BY)
116500         GO TO 4135-EXIT.
116600
116700     MOVE WS-OB-END (WS-BX)       TO  WS-CARRY-AMT.
116800     IF  WS-OB-PERIOD (WS-BX) IS EQUAL TO WS-NB-PERIOD (WS-BY)
116900         MOVE WS-OB-DR (WS-BX)    TO  WS-SAME-DR
117000         MOVE WS-OB-CR (WS-BX)    TO  WS-SAME-CR.
117100 4135-EXIT.
117200     EXIT.
117300
117400*****************************************************************
117500* 4150-ADD-OLD-PERIOD - AN OLD PERIOD THE NEW ACCOUNT HAS NO    *
117600*                       ROW FOR BECOMES A NEW-ACCOUNT ROW,      *
117700*                       CARRYING THE NEW ACCOUNT'S PRIOR        *
117800*                       BALANCE; THE OLD ROW IS THEN DELETED    *
117900*****************************************************************
118000 4150-ADD-OLD-PERIOD.
118100     MOVE ZERO                    TO  WS-CARRY-AMT.
118200     MOVE "N"                     TO  WS-MATCH-SW.
118300     PERFORM 4155-SCAN-NEW-CARRY  THRU 4155-EXIT
118400         VARYING WS-BY FROM 1 BY 1
118500         UNTIL WS-BY IS GREATER THAN WS-NEW-BAL-CNT.
118600
118700     IF  NOT WS-PERIOD-MATCHED
118800         MOVE WS-CUR-NEW-CO       TO  GLBAL-CO-CODE
118900         MOVE WS-CUR-NEW-ACCT     TO  GLBAL-ACCT-NO
119000         MOVE WS-OB-PERIOD (WS-BX) TO GLBAL-PERIOD
119100         MOVE WS-OB-DR (WS-BX)    TO  GLBAL-PERIOD-DR
119200         MOVE WS-OB-CR (WS-BX)    TO  GLBAL-PERIOD-CR
119210         MOVE WS-OB-CONV-SW (WS-BX) TO GLBAL-CONV-SW
119300         COMPUTE GLBAL-END-BAL =
119400             WS-OB-END (WS-BX) + WS-CARRY-AMT
119500         WRITE GLBAL-RECORD
119600         IF  NOT WS-BAL-OK
119700             DISPLAY "GLACCMRG - ERROR WRITING GLPERBAL, "
119800                     "STATUS " WS-BAL-STATUS
119900             PERFORM 9500-FAIL-RUN THRU 9500-EXIT
120000         END-IF
120100         ADD 1                    TO  WS-BAL-MOVED-CNT
120200     ELSE
120300         ADD 1                    TO  WS-BAL-MERGED-CNT.
120400
120500     MOVE WS-CUR-OLD-CO           TO  GLBAL-CO-CODE.
120600     MOVE WS-CUR-OLD-ACCT         TO  GLBAL-ACCT-NO.
120700     MOVE WS-OB-PERIOD (WS-BX)    TO  GLBAL-PERIOD.
120800     DELETE BAL-FILE.
120900     IF  NOT WS-BAL-OK
121000         DISPLAY "GLACCMRG - ERROR DELETING GLPERBAL, STATUS "
121100                 WS-BAL-STATUS
121200         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
121300 4150-EXIT.
121400     EXIT.
121500
121600*****************************************************************
121700* 4155-SCAN-NEW-CARRY - THE NEW ACCOUNT'S ORIGINAL BALANCE AT   *
121800*                       OR BEFORE THE OLD PERIOD                *
121900*****************************************************************
122000 4155-SCAN-NEW-CARRY.
122100     IF  WS-NB-PERIOD (WS-BY) IS GREATER THAN WS-OB-PERIOD (WS-BX)
122200         GO TO 4155-EXIT.
122300
122400     MOVE WS-NB-END (WS-BY)       TO  WS-CARRY-AMT.
122500     IF  WS-NB-PERIOD (WS-BY) IS EQUAL TO WS-OB-PERIOD (WS-BX)
122600         MOVE "Y"                 TO  WS-MATCH-SW.
122700 4155-EXIT.
122800     EXIT.
122900
123000*****************************************************************
123100* 4200-MOVE-DEPT-ACTIVITY - MOVE OR COMBINE THE DEPARTMENT      *
123200*                           ACTIVITY ROWS                       *
123300*****************************************************************
123400 4200-MOVE-DEPT-ACTIVITY.
123500     MOVE LOW-VALUES              TO  WS-DAC-SAVE-KEY.
123600     MOVE WS-CUR-OLD-CO           TO  WS-DSK-CO-CODE.
123700     MOVE WS-CUR-OLD-ACCT         TO  WS-DSK-ACCT-NO.
123800     MOVE SPACES                  TO  WS-DAC-STATUS.
123900     PERFORM 4210-MOVE-ONE-DAC    THRU 4210-EXIT
124000         UNTIL WS-DAC-EOF.
124100 4200-EXIT.
124200     EXIT.
124300
124400*****************************************************************
124500* 4210-MOVE-ONE-DAC                                             *
124600*****************************************************************
124700 4210-MOVE-ONE-DAC.
124800     MOVE WS-DAC-SAVE-KEY         TO  GLDAC-KEY.
124900     START DAC-FILE
125000         KEY IS GREATER THAN GLDAC-KEY
125100         INVALID KEY
125200             MOVE "10"            TO  WS-DAC-STATUS
125300             GO TO 4210-EXIT.
125400
125500     READ DAC-FILE NEXT RECORD
125600         AT END
125700             MOVE "10"            TO  WS-DAC-STATUS
125800             GO TO 4210-EXIT.
125900
126000     IF  GLDAC-CO-CODE IS NOT EQUAL TO WS-CUR-OLD-CO
126100     OR  GLDAC-ACCT-NO IS NOT EQUAL TO WS-CUR-OLD-ACCT
126200         MOVE "10"                TO  WS-DAC-STATUS
126300         GO TO 4210-EXIT.
126400
126500     MOVE GLDAC-KEY               TO  WS-DAC-SAVE-KEY.
126600     MOVE GLDAC-RECORD            TO  WS-DAC-HOLD.
126700     MOVE GLDAC-AMOUNT            TO  WS-MOVE-AMT.
126800     MOVE WS-CUR-NEW-CO           TO  GLDAC-CO-CODE.
126900     MOVE WS-CUR-NEW-ACCT         TO  GLDAC-ACCT-NO.
127000     READ DAC-FILE
127100         INVALID KEY
127200             MOVE "23"            TO  WS-DAC-STATUS.
127300
127400     IF  WS-DAC-OK
127500         ADD WS-MOVE-AMT          TO  GLDAC-AMOUNT
127600         REWRITE GLDAC-RECORD
127700     ELSE
127800         MOVE WS-DAC-HOLD         TO  GLDAC-RECORD
127900         MOVE WS-CUR-NEW-CO       TO  GLDAC-CO-CODE
128000         MOVE WS-CUR-NEW-ACCT     TO  GLDAC-ACCT-NO
128100         WRITE GLDAC-RECORD.
128200     IF  NOT WS-DAC-OK
128300         DISPLAY "GLACCMRG - ERROR WRITING GLDEPACT, STATUS "
128400                 WS-DAC-STATUS
128500         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
128600
128700     MOVE WS-DAC-SAVE-KEY         TO  GLDAC-KEY.
128800     DELETE DAC-FILE.
128900     IF  NOT WS-DAC-OK
129000         DISPLAY "GLACCMRG - ERROR DELETING GLDEPACT, STATUS "
129100                 WS-DAC-STATUS
129200         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
129300
129400     ADD 1                        TO  WS-DAC-MOVED-CNT.
129500 4210-EXIT.
129600     EXIT.
129700
129800*****************************************************************
129900* 4300-MOVE-BUDGETS - MOVE OR COMBINE THE BUDGET ROWS           *
130000*****************************************************************
130100 4300-MOVE-BUDGETS.
130200     MOVE LOW-VALUES              TO  WS-BUD-SAVE-KEY.
130300     MOVE WS-CUR-OLD-CO           TO  WS-USK-CO-CODE.
130400     MOVE WS-CUR-OLD-ACCT         TO  WS-USK-ACCT-NO.
130500     MOVE SPACES                  TO  WS-BUD-STATUS.
130600     PERFORM 4310-MOVE-ONE-BUD    THRU 4310-EXIT
130700         UNTIL WS-BUD-EOF.
130800 4300-EXIT.
130900     EXIT.
131000
131100*****************************************************************
131200* 4310-MOVE-ONE-BUD                                             *
131300*****************************************************************
131400 4310-MOVE-ONE-BUD.
131500     MOVE WS-BUD-SAVE-KEY         TO  GLBUD-KEY.
131600     START BUD-FILE
131700         KEY IS GREATER THAN GLBUD-KEY
131800         INVALID KEY
131900             MOVE "10"            TO  WS-BUD-STATUS
132000             GO TO 4310-EXIT.
132100
132200     READ BUD-FILE NEXT RECORD
132300         AT END
132400             MOVE "10"            TO  WS-BUD-STATUS
132500             GO TO 4310-EXIT.
132600
132700     IF  GLBUD-CO-CODE IS NOT EQUAL TO WS-CUR-OLD-CO
132800     OR  GLBUD-ACCT-NO IS NOT EQUAL TO WS-CUR-OLD-ACCT
132900         MOVE "10"                TO  WS-BUD-STATUS
133000         GO TO 4310-EXIT.
133100
133200     MOVE GLBUD-KEY               TO  WS-BUD-SAVE-KEY.
133300     MOVE GLBUD-RECORD            TO  WS-BUD-HOLD.
133400     MOVE GLBUD-AMOUNT            TO  WS-MOVE-AMT.
133500     MOVE WS-CUR-NEW-CO           TO  GLBUD-CO-CODE.
133600     MOVE WS-CUR-NEW-ACCT         TO  GLBUD-ACCT-NO.
133700     READ BUD-FILE
133800         INVALID KEY
133900             MOVE "23"            TO  WS-BUD-STATUS.
134000
134100     IF  WS-BUD-OK
134200         ADD WS-MOVE-AMT          TO  GLBUD-AMOUNT
134300         REWRITE GLBUD-RECORD
134400     ELSE
134500         MOVE WS-BUD-HOLD         TO  GLBUD-RECORD
134600         MOVE WS-CUR-NEW-CO       TO  GLBUD-CO-CODE
134700         MOVE WS-CUR-NEW-ACCT     TO  GLBUD-ACCT-NO
134800         WRITE GLBUD-RECORD.
134900     IF  NOT WS-BUD-OK
135000         DISPLAY "GLACCMRG - ERROR WRITING GLBUDGT, STATUS "
135100                 WS-BUD-STATUS
135200         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
135300
135400     MOVE WS-BUD-SAVE-KEY         TO  GLBUD-KEY.
135500     DELETE BUD-FILE.
135600     IF  NOT WS-BUD-OK
135700         DISPLAY "GLACCMRG - ERROR DELETING GLBUDGT, STATUS "
135800                 WS-BUD-STATUS
135900         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
136000
136100     ADD 1                        TO  WS-BUD-MOVED-CNT.
136200 4310-EXIT.
136300     EXIT.
136400
136401*****************************************************************
136402* 4350-MOVE-FORECASTS - MOVE OR COMBINE THE FORECAST VERSION    *
136403*                       CELLS; THE VERSION KEY LEADS WITH       *
136404*                       VERSION AND DEPARTMENT, SO THE WHOLE    *
136405*                       FILE IS BROWSED FOR THE OLD ACCOUNT     *
136406*****************************************************************
136407 4350-MOVE-FORECASTS.
136408     MOVE LOW-VALUES              TO  WS-FCT-SAVE-KEY.
136409     MOVE SPACES                  TO  WS-FCT-STATUS.
136410     PERFORM 4360-MOVE-ONE-FCT    THRU 4360-EXIT
136411         UNTIL WS-FCT-EOF.
136412 4350-EXIT.
136413     EXIT.
136414
136415*****************************************************************
136416* 4360-MOVE-ONE-FCT                                             *
136417*****************************************************************
136418 4360-MOVE-ONE-FCT.
136419     MOVE WS-FCT-SAVE-KEY         TO  GLFCT-KEY.
136420     START FCT-FILE
136421         KEY IS GREATER THAN GLFCT-KEY
136422         INVALID KEY
136423             MOVE "10"            TO  WS-FCT-STATUS
136424             GO TO 4360-EXIT.
136425
136426     READ FCT-FILE NEXT RECORD
136427         AT END
136428             MOVE "10"            TO  WS-FCT-STATUS
136429             GO TO 4360-EXIT.
136430
136431     MOVE GLFCT-KEY               TO  WS-FCT-SAVE-KEY.
136432     IF  GLFCT-CO-CODE IS NOT EQUAL TO WS-CUR-OLD-CO
136433     OR  GLFCT-ACCT-NO IS NOT EQUAL TO WS-CUR-OLD-ACCT
136434         GO TO 4360-EXIT.
136435
136436     MOVE GLFCT-RECORD            TO  WS-FCT-HOLD.
136437     MOVE GLFCT-AMOUNT            TO  WS-MOVE-AMT.
136438     MOVE WS-CUR-NEW-CO           TO  GLFCT-CO-CODE.
136439     MOVE WS-CUR-NEW-ACCT         TO  GLFCT-ACCT-NO.
136440     READ FCT-FILE
136441         INVALID KEY
136442             MOVE "23"            TO  WS-FCT-STATUS.
136443
136444     IF  WS-FCT-OK
136445         ADD WS-MOVE-AMT          TO  GLFCT-AMOUNT
136446         REWRITE GLFCT-RECORD
136447     ELSE
136448         MOVE WS-FCT-HOLD         TO  GLFCT-RECORD
136449         MOVE WS-CUR-NEW-CO       TO  GLFCT-CO-CODE
136450         MOVE WS-CUR-NEW-ACCT     TO  GLFCT-ACCT-NO
136451         WRITE GLFCT-RECORD.
136452     IF  NOT WS-FCT-OK
136453         DISPLAY "GLACCMRG - ERROR WRITING GLFCST, STATUS "
136454                 WS-FCT-STATUS
136455         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
136456
136457     MOVE WS-FCT-SAVE-KEY         TO  GLFCT-KEY.
136458     DELETE FCT-FILE.
136459     IF  NOT WS-FCT-OK
136460         DISPLAY "GLACCMRG - ERROR DELETING GLFCST, STATUS "
136461                 WS-FCT-STATUS
136462         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
136463
136464     ADD 1                        TO  WS-FCT-MOVED-CNT.
136465 4360-EXIT.
136466     EXIT.
136467
136500*****************************************************************
136600* 4400-MOVE-ENCUMBRANCES - MOVE OR COMBINE THE OPEN             *
136700*                          ENCUMBRANCE ROWS                     *
136800*****************************************************************
136900 4400-MOVE-ENCUMBRANCES.
137000     MOVE LOW-VALUES              TO  WS-ENC-SAVE-KEY.
137100     MOVE WS-CUR-OLD-CO           TO  WS-ESK-CO-CODE.
137200     MOVE WS-CUR-OLD-ACCT         TO  WS-ESK-ACCT-NO.
137300     MOVE SPACES                  TO  WS-ENC-STATUS.
137400     PERFORM 4410-MOVE-ONE-ENC    THRU 4410-EXIT
137500         UNTIL WS-ENC-EOF.
137600 4400-EXIT.
137700     EXIT.
137800
137900*****************************************************************
138000* 4410-MOVE-ONE-ENC                                             *
138100*****************************************************************
138200 4410-MOVE-ONE-ENC.
138300     MOVE WS-ENC-SAVE-KEY         TO  GLENC-KEY.
138400     START ENC-FILE
138500         KEY IS GREATER THAN GLENC-KEY
138600         INVALID KEY
138700             MOVE "10"            TO  WS-ENC-STATUS
138800             GO TO 4410-EXIT.
138900
139000     READ ENC-FILE NEXT RECORD
139100         AT END
139200             MOVE "10"            TO  WS-ENC-STATUS
139300             GO TO 4410-EXIT.
139400
139500     IF  GLENC-CO-CODE IS NOT EQUAL TO WS-CUR-OLD-CO
139600     OR  GLENC-ACCT-NO IS NOT EQUAL TO WS-CUR-OLD-ACCT
139700         MOVE "10"                TO  WS-ENC-STATUS
139800         GO TO 4410-EXIT.
139900
140000     MOVE GLENC-KEY               TO  WS-ENC-SAVE-KEY.
140100     MOVE GLENC-RECORD            TO  WS-ENC-HOLD.
140200     MOVE GLENC-OPEN-AMT          TO  WS-MOVE-AMT.
140300     MOVE WS-CUR-NEW-CO           TO  GLENC-CO-CODE.
140400     MOVE WS-CUR-NEW-ACCT         TO  GLENC-ACCT-NO.
140500     READ ENC-FILE
140600         INVALID KEY
140700             MOVE "23"            TO  WS-ENC-STATUS.
140800
140900     IF  WS-ENC-OK
141000         ADD WS-MOVE-AMT          TO  GLENC-OPEN-AMT
141100         REWRITE GLENC-RECORD
141200     ELSE
141300         MOVE WS-ENC-HOLD         TO  GLENC-RECORD
141400         MOVE WS-CUR-NEW-CO       TO  GLENC-CO-CODE
141500         MOVE WS-CUR-NEW-ACCT     TO  GLENC-ACCT-NO
141600         WRITE GLENC-RECORD.
141700     IF  NOT WS-ENC-OK
141800         DISPLAY "GLACCMRG - ERROR WRITING GLENCUM, STATUS "
141900                 WS-ENC-STATUS
142000         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
142100
142200     MOVE WS-ENC-SAVE-KEY         TO  GLENC-KEY.
142300     DELETE ENC-FILE.
142400     IF  NOT WS-ENC-OK
142500         DISPLAY "GLACCMRG - ERROR DELETING GLENCUM, STATUS "
142600                 WS-ENC-STATUS
142700         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
142800
142900     ADD 1                        TO  WS-ENC-MOVED-CNT.
143000 4410-EXIT.
143100     EXIT.
143200
143300*****************************************************************
143400* 4500-MOVE-SUBLEDGERS - FIND EVERY SUBLEDGER THE OLD ACCOUNT   *
143500*                        CONTROLS, THEN MOVE ITS PERIOD TOTALS  *
143600*                        AND ITS CONTROL ROW                    *
143700*****************************************************************
143800 4500-MOVE-SUBLEDGERS.
143900     MOVE ZERO                    TO  WS-LDG-CNT.
144000     MOVE LOW-VALUES              TO  GLSUB-KEY.
144100     MOVE WS-CUR-OLD-CO           TO  GLSUB-CO-CODE.
144200     MOVE SPACES                  TO  WS-SUB-STATUS.
144300     START SUB-FILE
144400         KEY IS NOT LESS THAN GLSUB-KEY
144500         INVALID KEY
144600             MOVE "10"            TO  WS-SUB-STATUS.
144700     PERFORM 4510-FIND-ONE-LEDGER THRU 4510-EXIT
144800         UNTIL WS-SUB-EOF.
144900
145000     PERFORM 4520-MOVE-ONE-LEDGER THRU 4520-EXIT
145100         VARYING WS-LX FROM 1 BY 1
145200         UNTIL WS-LX IS GREATER THAN WS-LDG-CNT.
145300 4500-EXIT.
145400     EXIT.
145500
145600*****************************************************************
145700* 4510-FIND-ONE-LEDGER                                          *
145800*****************************************************************
145900 4510-FIND-ONE-LEDGER.
146000     READ SUB-FILE NEXT RECORD
146100         AT END
146200             MOVE "10"            TO  WS-SUB-STATUS
146300             GO TO 4510-EXIT.
146400
146500     IF  GLSUB-CO-CODE IS NOT EQUAL TO WS-CUR-OLD-CO
146600         MOVE "10"                TO  WS-SUB-STATUS
146700         GO TO 4510-EXIT.
146800
146900     IF  GLSUB-CTL-ACCT-NO IS NOT EQUAL TO WS-CUR-OLD-ACCT
147000         GO TO 4510-EXIT.
147100
147200     IF  WS-LDG-CNT IS LESS THAN 50
147300         ADD 1                    TO  WS-LDG-CNT
147400         MOVE GLSUB-LEDGER-CODE   TO  WS-LDG-CODE (WS-LDG-CNT).
147500 4510-EXIT.
147600     EXIT.
147700
147800*****************************************************************
147900* 4520-MOVE-ONE-LEDGER - MOVE THE PERIOD TOTALS, THEN COMBINE   *
148000*                        OR MOVE THE CONTROL ROW                *
148100*****************************************************************
148200 4520-MOVE-ONE-LEDGER.
148300     MOVE LOW-VALUES              TO  WS-SPT-SAVE-KEY.
148400     MOVE WS-CUR-OLD-CO           TO  WS-PSK-CO-CODE.
148500     MOVE WS-LDG-CODE (WS-LX)     TO  WS-PSK-LEDGER-CODE.
148600     MOVE WS-CUR-OLD-ACCT         TO  WS-PSK-ACCT-NO.
148700     MOVE SPACES                  TO  WS-SPT-STATUS.
148800     PERFORM 4530-MOVE-ONE-SPT    THRU 4530-EXIT
148900         UNTIL WS-SPT-EOF.
149000
149100     MOVE WS-CUR-OLD-CO           TO  GLSUB-CO-CODE.
149200     MOVE WS-LDG-CODE (WS-LX)     TO  GLSUB-LEDGER-CODE.
149300     MOVE WS-CUR-OLD-ACCT         TO  GLSUB-CTL-ACCT-NO.
149400     READ SUB-FILE
149500         INVALID KEY
149600             GO TO 4520-EXIT.
149700     MOVE GLSUB-RECORD            TO  WS-SUB-HOLD.
149800     MOVE GLSUB-CTL-TOTAL         TO  WS-MOVE-AMT.
149900
150000     MOVE WS-CUR-NEW-CO           TO  GLSUB-CO-CODE.
150100     MOVE WS-CUR-NEW-ACCT         TO  GLSUB-CTL-ACCT-NO.
150200     READ SUB-FILE
150300         INVALID KEY
150400             MOVE "23"            TO  WS-SUB-STATUS.
150500
150600     IF  WS-SUB-OK
150700         ADD WS-MOVE-AMT          TO  GLSUB-CTL-TOTAL
150800         REWRITE GLSUB-RECORD
150900     ELSE
151000         MOVE WS-SUB-HOLD         TO  GLSUB-RECORD
151100         MOVE WS-CUR-NEW-CO       TO  GLSUB-CO-CODE
151200         MOVE WS-CUR-NEW-ACCT     TO  GLSUB-CTL-ACCT-NO
151300         WRITE GLSUB-RECORD.
151400     IF  NOT WS-SUB-OK
151500         DISPLAY "GLACCMRG - ERROR WRITING GLSUBCTL, STATUS "
151600                 WS-SUB-STATUS
151700         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
151800
151900     MOVE WS-CUR-OLD-CO           TO  GLSUB-CO-CODE.
152000     MOVE WS-LDG-CODE (WS-LX)     TO  GLSUB-LEDGER-CODE.
152100     MOVE WS-CUR-OLD-ACCT         TO  GLSUB-CTL-ACCT-NO.
152200     DELETE SUB-FILE.
152300     IF  NOT WS-SUB-OK
152400         DISPLAY "GLACCMRG - ERROR DELETING GLSUBCTL, STATUS "
152500                 WS-SUB-STATUS
152600         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
152700
152800     ADD 1                        TO  WS-SUB-MOVED-CNT.
152900 4520-EXIT.
153000     EXIT.
153100
153200*****************************************************************
153300* 4530-MOVE-ONE-SPT                                             *
153400*****************************************************************
153500 4530-MOVE-ONE-SPT.
153600     MOVE WS-SPT-SAVE-KEY         TO  GLSPT-KEY.
153700     START SPT-FILE
153800         KEY IS GREATER THAN GLSPT-KEY
153900         INVALID KEY
154000             MOVE "10"            TO  WS-SPT-STATUS
154100             GO TO 4530-EXIT.
154200
154300     READ SPT-FILE NEXT RECORD
154400         AT END
154500             MOVE "10"            TO  WS-SPT-STATUS
154600             GO TO 4530-EXIT.
154700
154800     IF  GLSPT-CO-CODE IS NOT EQUAL TO WS-CUR-OLD-CO
154900     OR  GLSPT-LEDGER-CODE IS NOT EQUAL TO WS-LDG-CODE (WS-LX)
155000     OR  GLSPT-CTL-ACCT-NO IS NOT EQUAL TO WS-CUR-OLD-ACCT
155100         MOVE "10"                TO  WS-SPT-STATUS
155200         GO TO 4530-EXIT.
155300
155400     MOVE GLSPT-KEY               TO  WS-SPT-SAVE-KEY.
155500     MOVE GLSPT-RECORD            TO  WS-SPT-HOLD.
155600     MOVE GLSPT-PERIOD-TOTAL      TO  WS-MOVE-AMT.
155700     MOVE WS-CUR-NEW-CO           TO  GLSPT-CO-CODE.
155800     MOVE WS-CUR-NEW-ACCT         TO  GLSPT-CTL-ACCT-NO.
155900     READ SPT-FILE
156000         INVALID KEY
156100             MOVE "23"            TO  WS-SPT-STATUS.
156200
156300     IF  WS-SPT-OK
156400         ADD WS-MOVE-AMT          TO  GLSPT-PERIOD-TOTAL
156500         REWRITE GLSPT-RECORD
156600     ELSE
156700         MOVE WS-SPT-HOLD         TO  GLSPT-RECORD
156800         MOVE WS-CUR-NEW-CO       TO  GLSPT-CO-CODE
156900         MOVE WS-CUR-NEW-ACCT     TO  GLSPT-CTL-ACCT-NO
157000         WRITE GLSPT-RECORD.
157100     IF  NOT WS-SPT-OK
157200         DISPLAY "GLACCMRG - ERROR WRITING GLSUBPER, STATUS "
157300                 WS-SPT-STATUS
157400         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
157500
157600     MOVE WS-SPT-SAVE-KEY         TO  GLSPT-KEY.
157700     DELETE SPT-FILE.
157800     IF  NOT WS-SPT-OK
157900         DISPLAY "GLACCMRG - ERROR DELETING GLSUBPER, STATUS "
158000                 WS-SPT-STATUS
158100         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
158200
158300     ADD 1                        TO  WS-SPT-MOVED-CNT.
158400 4530-EXIT.
158500     EXIT.
158600
158700*****************************************************************
158800* 4700-MOVE-CHART - ADD THE OLD CHART BALANCES INTO THE NEW     *
158900*                   ACCOUNT (OR CREATE IT FROM THE OLD ROW),    *
159000*                   THEN ZERO AND DEACTIVATE THE OLD ROW,       *
159100*                   LOGGING BOTH SIDES TO GLPSTLOG              *
159200*****************************************************************
159300 4700-MOVE-CHART.
159400     MOVE WS-CUR-OLD-CO           TO  GLCOA-CO-CODE.
159500     MOVE WS-CUR-OLD-ACCT         TO  GLCOA-ACCT-NO.
159600     READ COA-FILE
159700         INVALID KEY
159800             DISPLAY "GLACCMRG - GLCOA ROW VANISHED, STATUS "
159900                     WS-COA-STATUS
160000             PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
160100     MOVE GLCOA-RECORD            TO  WS-COA-HOLD.
160200     MOVE GLCOA-CURR-BAL          TO  WS-OLD-CURR-BAL.
160300     MOVE GLCOA-PRIOR-YR-BAL      TO  WS-OLD-PRIOR-BAL.
160400
160500     MOVE WS-CUR-NEW-CO           TO  GLCOA-CO-CODE.
160600     MOVE WS-CUR-NEW-ACCT         TO  GLCOA-ACCT-NO.
160700     IF  WS-CUR-MERGE
160800         READ COA-FILE
160900             INVALID KEY
161000                 DISPLAY "GLACCMRG - GLCOA ROW VANISHED, "
161100                         "STATUS " WS-COA-STATUS
161200                 PERFORM 9500-FAIL-RUN THRU 9500-EXIT
161300         END-READ
161400         MOVE GLCOA-CURR-BAL      TO  WS-BAL-BEFORE
161500         ADD WS-OLD-CURR-BAL      TO  GLCOA-CURR-BAL
161600         ADD WS-OLD-PRIOR-BAL     TO  GLCOA-PRIOR-YR-BAL
161700         REWRITE GLCOA-RECORD
161800     ELSE
161900         MOVE ZERO                TO  WS-BAL-BEFORE
162000         MOVE WS-COA-HOLD         TO  GLCOA-RECORD
162100         MOVE WS-CUR-NEW-CO       TO  GLCOA-CO-CODE
162200         MOVE WS-CUR-NEW-ACCT     TO  GLCOA-ACCT-NO
162300         MOVE "Y"                 TO  GLCOA-ACTIVE-SW
162400         WRITE GLCOA-RECORD.
162500     IF  NOT WS-COA-OK
162600         DISPLAY "GLACCMRG - ERROR WRITING GLCOA, STATUS "
162700                 WS-COA-STATUS
162800         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
162900
163000     MOVE WS-CUR-NEW-ACCT         TO  WS-LOG-ACCT.
163100     MOVE WS-BAL-BEFORE           TO  WS-LOG-BEFORE.
163200     MOVE GLCOA-CURR-BAL          TO  WS-LOG-AFTER.
163300     PERFORM 4750-WRITE-AUDIT-ROW THRU 4750-EXIT.
163400
163500     MOVE WS-COA-HOLD             TO  GLCOA-RECORD.
163600     MOVE ZERO                    TO  GLCOA-CURR-BAL.
163700     MOVE ZERO                    TO  GLCOA-PRIOR-YR-BAL.
163800     MOVE "N"                     TO  GLCOA-ACTIVE-SW.
163900     REWRITE GLCOA-RECORD.
164000     IF  NOT WS-COA-OK
164100         DISPLAY "GLACCMRG - ERROR REWRITING GLCOA, STATUS "
164200                 WS-COA-STATUS
164300         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
164400
164500     MOVE WS-CUR-OLD-ACCT         TO  WS-LOG-ACCT.
164600     MOVE WS-OLD-CURR-BAL         TO  WS-LOG-BEFORE.
164700     MOVE ZERO                    TO  WS-LOG-AFTER.
164800     PERFORM 4750-WRITE-AUDIT-ROW THRU 4750-EXIT.
164900 4700-EXIT.
165000     EXIT.
165100
165200*****************************************************************
165300* 4750-WRITE-AUDIT-ROW - WRITE A GLLOGREC-STYLE AUDIT ROW FOR   *
165400*                        ONE SIDE OF THE MOVE, ACTION CODE "M"  *
165500*                        IN THE DEBIT/CREDIT POSITION           *
165600*****************************************************************
165700 4750-WRITE-AUDIT-ROW.
165800     MOVE WS-USER-ID              TO  GLLOG-USER-ID.
165900     ACCEPT GLLOG-DATE            FROM DATE YYYYMMDD.
166000     ACCEPT GLLOG-TIME            FROM TIME.
166100     MOVE ZERO                    TO  GLLOG-BATCH-NO.
166200     MOVE ZERO                    TO  GLLOG-LINE-NO.
166300     MOVE WS-LOG-ACCT             TO  GLLOG-ACCT-NO.
166400     MOVE "M"                     TO  GLLOG-DR-CR-CODE.
166500     MOVE WS-LOG-BEFORE           TO  GLLOG-BAL-BEFORE.
166600     MOVE WS-LOG-AFTER            TO  GLLOG-BAL-AFTER.
166700
166710     MOVE "L"                     TO  GLLCH-FUNCTION.
166720     MOVE "N"                     TO  GLLCH-COMMIT-SW.
166730     CALL "GLLOGCHN"         USING GLLCH-AREA
166740                                   GLLOG-RECORD.
166800     WRITE GLLOG-RECORD.
166900     IF  NOT WS-LOG-OK
167000         DISPLAY "GLACCMRG - ERROR WRITING GLPSTLOG, STATUS "
167100                 WS-LOG-STATUS
167200         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
167300
167400     ADD 1                        TO  WS-LOG-CNT.
167500 4750-EXIT.
167600     EXIT.
167700
167800*****************************************************************
167900* 4800-MOVE-INTEREST - MOVE THE OLD ACCOUNT'S INTEREST          *
168000*                      DESIGNATION UNLESS THE NEW ACCOUNT HAS   *
168100*                      ONE OF ITS OWN OR SITS IN ANOTHER        *
168200*                      COMPANY (ITS OFFSET ACCOUNT WOULD NOT);  *
168300*                      A DESIGNATION LEFT BEHIND SHOWS ON THE   *
168400*                      REFERENCE SCAN                           *
168500*****************************************************************
168600 4800-MOVE-INTEREST.
168700     MOVE WS-CUR-OLD-CO           TO  GLINT-CO-CODE.
168800     MOVE WS-CUR-OLD-ACCT         TO  GLINT-ACCT-NO.
168900     READ INT-FILE
169000         INVALID KEY
169100             GO TO 4800-EXIT.
169200     MOVE GLINT-RECORD            TO  WS-INT-HOLD.
169300
169400     IF  WS-CUR-NEW-CO IS NOT EQUAL TO WS-CUR-OLD-CO
169500         ADD 1                    TO  WS-INT-LEFT-CNT
169600         GO TO 4800-EXIT.
169700
169800     MOVE WS-CUR-NEW-ACCT         TO  GLINT-ACCT-NO.
169900     READ INT-FILE
170000         INVALID KEY
170100             MOVE "23"            TO  WS-INT-STATUS.
170200     IF  WS-INT-OK
170300         ADD 1                    TO  WS-INT-LEFT-CNT
170400         GO TO 4800-EXIT.
170500
170600     MOVE WS-INT-HOLD             TO  GLINT-RECORD.
170700     MOVE WS-CUR-NEW-ACCT         TO  GLINT-ACCT-NO.
170800     WRITE GLINT-RECORD.
170900     IF  NOT WS-INT-OK
171000         DISPLAY "GLACCMRG - ERROR WRITING GLINTMST, STATUS "
171100                 WS-INT-STATUS
171200         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
171300
171400     MOVE WS-CUR-OLD-ACCT         TO  GLINT-ACCT-NO.
171500     DELETE INT-FILE.
171600     IF  NOT WS-INT-OK
171700         DISPLAY "GLACCMRG - ERROR DELETING GLINTMST, STATUS "
171800                 WS-INT-STATUS
171900         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
172000
172100     ADD 1                        TO  WS-INT-MOVED-CNT.
172200 4800-EXIT.
172300     EXIT.
172400
172500*****************************************************************
172600* 4900-MARK-MAPPING - RECORD THE OUTCOME ON THE MAPPING ROW     *
172700*****************************************************************
172800 4900-MARK-MAPPING.
172900     MOVE WS-MT-OLD-CO (WS-MX)    TO  GLMAP-OLD-CO-CODE.
173000     MOVE WS-MT-OLD-ACCT (WS-MX)  TO  GLMAP-OLD-ACCT-NO.
173100     READ MAP-FILE
173200         INVALID KEY
173300             DISPLAY "GLACCMRG - GLACCMAP ROW VANISHED, STATUS "
173400                     WS-MAP-STATUS
173500             PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
173600
173700     MOVE WS-MT-RESULT (WS-MX)    TO  GLMAP-STATUS-SW.
173800     MOVE WS-MT-ACTION (WS-MX)    TO  GLMAP-ACTION-SW.
173900     MOVE WS-MT-REASON (WS-MX)    TO  GLMAP-REASON.
174000     MOVE WS-RUN-DATE             TO  GLMAP-RUN-DATE.
174100     REWRITE GLMAP-RECORD.
174200     IF  NOT WS-MAP-OK
174300         DISPLAY "GLACCMRG - ERROR REWRITING GLACCMAP, STATUS "
174400                 WS-MAP-STATUS
174500         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
174600 4900-EXIT.
174700     EXIT.
174800
174900*****************************************************************
175000* 5000-REPOINT-TEMPLATES - REPOINT RECURRING TEMPLATE LINES     *
175100*                          FROM A RETIRED ACCOUNT TO ITS NEW    *
175200*                          ONE                                  *
175300*****************************************************************
175400 5000-REPOINT-TEMPLATES.
175500     MOVE LOW-VALUES              TO  GLREC-KEY.
175600     START REC-FILE
175700         KEY IS NOT LESS THAN GLREC-KEY
175800         INVALID KEY
175900             MOVE "10"            TO  WS-REC-STATUS.
176000
176100     PERFORM 5010-REPOINT-ONE-TEMPLATE THRU 5010-EXIT
176200         UNTIL WS-REC-EOF.
176300 5000-EXIT.
176400     EXIT.
176500
176600*****************************************************************
176700* 5010-REPOINT-ONE-TEMPLATE                                     *
176800*****************************************************************
176900 5010-REPOINT-ONE-TEMPLATE.
177000     READ REC-FILE NEXT RECORD
177100         AT END
177200             MOVE "10"            TO  WS-REC-STATUS
177300             GO TO 5010-EXIT.
177400
177500     MOVE GLREC-CO-CODE           TO  WS-LOOK-CO.
177600     MOVE GLREC-ACCT-NO           TO  WS-LOOK-ACCT.
177700     PERFORM 7100-FIND-APPLIED    THRU 7100-EXIT.
177800     IF  WS-FOUND-IX IS EQUAL TO ZERO
177900         GO TO 5010-EXIT.
178000
178100     MOVE WS-MT-NEW-CO (WS-FOUND-IX)   TO  GLREC-CO-CODE.
178200     MOVE WS-MT-NEW-ACCT (WS-FOUND-IX) TO  GLREC-ACCT-NO.
178300     REWRITE GLREC-RECORD.
178400     IF  NOT WS-REC-OK
178500         DISPLAY "GLACCMRG - ERROR REWRITING GLRECUR, STATUS "
178600                 WS-REC-STATUS
178700         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
178800
178900     ADD 1                        TO  WS-REC-REPOINT-CNT.
179000 5010-EXIT.
179100     EXIT.
179200
179300*****************************************************************
179400* 5100-REPOINT-ALLOCATIONS - REPOINT ALLOCATION SOURCE AND      *
179500*                            TARGET ACCOUNTS; THE OFFSET AND    *
179600*                            DRIVER ACCOUNTS BELONG TO THE      *
179700*                            SOURCE COMPANY, SO THEY FOLLOW A   *
179800*                            MAPPING ONLY WITHIN THAT COMPANY   *
179900*****************************************************************
180000 5100-REPOINT-ALLOCATIONS.
180100     MOVE LOW-VALUES              TO  GLALC-KEY.
180200     START ALC-FILE
180300         KEY IS NOT LESS THAN GLALC-KEY
180400         INVALID KEY
180500             MOVE "10"            TO  WS-ALC-STATUS.
180600
180700     PERFORM 5110-REPOINT-ONE-ALLOCATION THRU 5110-EXIT
180800         UNTIL WS-ALC-EOF.
180900 5100-EXIT.
181000     EXIT.
181100
181200*****************************************************************
181300* 5110-REPOINT-ONE-ALLOCATION                                   *
181400*****************************************************************
181500 5110-REPOINT-ONE-ALLOCATION.
181600     READ ALC-FILE NEXT RECORD
181700         AT END
181800             MOVE "10"            TO  WS-ALC-STATUS
181900             GO TO 5110-EXIT.
182000
182100     MOVE "N"                     TO  WS-CHANGED-SW.
182200     MOVE GLALC-SRC-CO-CODE       TO  WS-SAVE-SRC-CO.
182300
182400     MOVE WS-SAVE-SRC-CO          TO  WS-LOOK-CO.
182500     MOVE GLALC-OFFSET-ACCT-NO    TO  WS-LOOK-ACCT.
182600     PERFORM 7100-FIND-APPLIED    THRU 7100-EXIT.
182700     IF  WS-FOUND-IX IS GREATER THAN ZERO
182800         IF  WS-MT-NEW-CO (WS-FOUND-IX) IS EQUAL TO WS-SAVE-SRC-CO
182900             MOVE WS-MT-NEW-ACCT (WS-FOUND-IX)
183000                                  TO  GLALC-OFFSET-ACCT-NO
183100             MOVE "Y"             TO  WS-CHANGED-SW.
183200
183300     MOVE GLALC-DRIVER-ACCT-NO    TO  WS-LOOK-ACCT.
183400     PERFORM 7100-FIND-APPLIED    THRU 7100-EXIT.
183500     IF  WS-FOUND-IX IS GREATER THAN ZERO
183600         IF  WS-MT-NEW-CO (WS-FOUND-IX) IS EQUAL TO WS-SAVE-SRC-CO
183700             MOVE WS-MT-NEW-ACCT (WS-FOUND-IX)
183800                                  TO  GLALC-DRIVER-ACCT-NO
183900             MOVE "Y"             TO  WS-CHANGED-SW.
184000
184100     MOVE GLALC-SRC-ACCT-NO       TO  WS-LOOK-ACCT.
184200     PERFORM 7100-FIND-APPLIED    THRU 7100-EXIT.
184300     IF  WS-FOUND-IX IS GREATER THAN ZERO
184400         MOVE WS-MT-NEW-CO (WS-FOUND-IX)   TO  GLALC-SRC-CO-CODE
184500         MOVE WS-MT-NEW-ACCT (WS-FOUND-IX) TO  GLALC-SRC-ACCT-NO
184600         MOVE "Y"                 TO  WS-CHANGED-SW.
184700
184800     MOVE GLALC-TGT-CO-CODE       TO  WS-LOOK-CO.
184900     MOVE GLALC-TGT-ACCT-NO       TO  WS-LOOK-ACCT.
185000     PERFORM 7100-FIND-APPLIED    THRU 7100-EXIT.
185100     IF  WS-FOUND-IX IS GREATER THAN ZERO
185200         MOVE WS-MT-NEW-CO (WS-FOUND-IX)   TO  GLALC-TGT-CO-CODE
185300         MOVE WS-MT-NEW-ACCT (WS-FOUND-IX) TO  GLALC-TGT-ACCT-NO
185400         MOVE "Y"                 TO  WS-CHANGED-SW.
185500
185600     IF  NOT WS-ROW-CHANGED
185700         GO TO 5110-EXIT.
185800
185900     REWRITE GLALC-RECORD.
186000     IF  NOT WS-ALC-OK
186100         DISPLAY "GLACCMRG - ERROR REWRITING GLALCDEF, STATUS "
186200                 WS-ALC-STATUS
186300         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
186400
186500     ADD 1                        TO  WS-ALC-REPOINT-CNT.
186600 5110-EXIT.
186700     EXIT.
186800
186900*****************************************************************
187000* 5200-REPOINT-INTEREST - REPOINT INTEREST OFFSET ACCOUNTS      *
187100*                         RETIRED WITHIN THEIR OWN COMPANY      *
187200*****************************************************************
187300 5200-REPOINT-INTEREST.
187400     MOVE LOW-VALUES              TO  GLINT-KEY.
187500     MOVE SPACES                  TO  WS-INT-STATUS.
187600     START INT-FILE
187700         KEY IS NOT LESS THAN GLINT-KEY
187800         INVALID KEY
187900             MOVE "10"            TO  WS-INT-STATUS.
188000
188100     PERFORM 5210-REPOINT-ONE-INTEREST THRU 5210-EXIT
188200         UNTIL WS-INT-EOF.
188300 5200-EXIT.
188400     EXIT.
188500
188600*****************************************************************
188700* 5210-REPOINT-ONE-INTEREST                                     *
188800*****************************************************************
188900 5210-REPOINT-ONE-INTEREST.
189000     READ INT-FILE NEXT RECORD
189100         AT END
189200             MOVE "10"            TO  WS-INT-STATUS
189300             GO TO 5210-EXIT.
189400
189500     MOVE GLINT-CO-CODE           TO  WS-LOOK-CO.
189600     MOVE GLINT-OFFSET-ACCT-NO    TO  WS-LOOK-ACCT.
189700     PERFORM 7100-FIND-APPLIED    THRU 7100-EXIT.
189800     IF  WS-FOUND-IX IS EQUAL TO ZERO
189900         GO TO 5210-EXIT.
190000     IF  WS-MT-NEW-CO (WS-FOUND-IX) IS NOT EQUAL TO GLINT-CO-CODE
190100         GO TO 5210-EXIT.
190200
190300     MOVE WS-MT-NEW-ACCT (WS-FOUND-IX) TO  GLINT-OFFSET-ACCT-NO.
190400     REWRITE GLINT-RECORD.
190500     IF  NOT WS-INT-OK
190600         DISPLAY "GLACCMRG - ERROR REWRITING GLINTMST, STATUS "
190700                 WS-INT-STATUS
190800         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
190900
191000     ADD 1                        TO  WS-INT-REPOINT-CNT.
191100 5210-EXIT.
191200     EXIT.
191300
191400*****************************************************************
191500* 6000-REFERENCE-SCAN - LIST EVERY ACTIVE TEMPLATE, ALLOCATION  *
191600*                       AND INTEREST ROW NAMING AN ACCOUNT THAT *
191700*                       IS INACTIVE OR NOT ON THE CHART, AND    *
191800*                       EVERY TAX-MAPPING AND STATEMENT RANGE   *
191900*                       THAT TAKES IN A RETIRED ACCOUNT BUT NOT *
192000*                       THE ACCOUNT IT MOVED TO                 *
192100*****************************************************************
192200 6000-REFERENCE-SCAN.
192300     MOVE SPACES                  TO  GLMRGP-RECORD.
192400     WRITE GLMRGP-RECORD.
192500     MOVE "REFERENCES TO RETIRED OR MISSING ACCOUNTS"
192600                                  TO  GLMRGP-RECORD.
192700     WRITE GLMRGP-RECORD.
192800
192900     MOVE LOW-VALUES              TO  GLREC-KEY.
193000     MOVE SPACES                  TO  WS-REC-STATUS.
193100     START REC-FILE
193200         KEY IS NOT LESS THAN GLREC-KEY
193300         INVALID KEY
193400             MOVE "10"            TO  WS-REC-STATUS.
193500     PERFORM 6100-SCAN-ONE-TEMPLATE THRU 6100-EXIT
193600         UNTIL WS-REC-EOF.
193700
193800     MOVE LOW-VALUES              TO  GLALC-KEY.
193900     MOVE SPACES                  TO  WS-ALC-STATUS.
194000     START ALC-FILE
194100         KEY IS NOT LESS THAN GLALC-KEY
194200         INVALID KEY
194300             MOVE "10"            TO  WS-ALC-STATUS.
194400     PERFORM 6200-SCAN-ONE-ALLOCATION THRU 6200-EXIT
194500         UNTIL WS-ALC-EOF.
194600
194700     MOVE LOW-VALUES              TO  GLINT-KEY.
194800     MOVE SPACES                  TO  WS-INT-STATUS.
194900     START INT-FILE
195000         KEY IS NOT LESS THAN GLINT-KEY
195100         INVALID KEY
195200             MOVE "10"            TO  WS-INT-STATUS.
195300     PERFORM 6300-SCAN-ONE-INTEREST THRU 6300-EXIT
195400         UNTIL WS-INT-EOF.
195500
195600     MOVE LOW-VALUES              TO  GLTAX-KEY.
195700     START TAX-FILE
195800         KEY IS NOT LESS THAN GLTAX-KEY
195900         INVALID KEY
196000             MOVE "10"            TO  WS-TAX-STATUS.
196100     PERFORM 6400-SCAN-ONE-TAX-LINE THRU 6400-EXIT
196200         UNTIL WS-TAX-EOF.
196300
196400     MOVE LOW-VALUES              TO  GLSTL-KEY.
196500     START STL-FILE
196600         KEY IS NOT LESS THAN GLSTL-KEY
196700         INVALID KEY
196800             MOVE "10"            TO  WS-STL-STATUS.
196900     PERFORM 6500-SCAN-ONE-STMT-LINE THRU 6500-EXIT
197000         UNTIL WS-STL-EOF.
197100
197200     IF  WS-REF-CNT IS EQUAL TO ZERO
197300         MOVE "  NONE"            TO  GLMRGP-RECORD
197400         WRITE GLMRGP-RECORD.
197500 6000-EXIT.
197600     EXIT.
197700
197800*****************************************************************
197900* 6100-SCAN-ONE-TEMPLATE                                        *
198000*****************************************************************
198100 6100-SCAN-ONE-TEMPLATE.
198200     READ REC-FILE NEXT RECORD
198300         AT END
198400             MOVE "10"            TO  WS-REC-STATUS
198500             GO TO 6100-EXIT.
198600
198700     IF  NOT GLREC-IS-ACTIVE
198800         GO TO 6100-EXIT.
198900
199000     MOVE GLREC-CO-CODE           TO  WS-LOOK-CO.
199100     MOVE GLREC-ACCT-NO           TO  WS-LOOK-ACCT.
199200     PERFORM 7200-CHECK-ACCOUNT   THRU 7200-EXIT.
199300     IF  NOT WS-ACCT-RETIRED
199400         GO TO 6100-EXIT.
199500
199600     MOVE "GLRECUR"               TO  WS-RL-FILE.
199700     MOVE GLREC-TMPL-NO           TO  WS-RK-PART-1.
199800     MOVE GLREC-LINE-NO           TO  WS-RK-PART-2.
199900     MOVE "TEMPLATE LINE ACCOUNT" TO  WS-RL-TEXT.
200000     PERFORM 6900-PRINT-REFERENCE THRU 6900-EXIT.
200100 6100-EXIT.
200200     EXIT.
200300
200400*****************************************************************
200500* 6200-SCAN-ONE-ALLOCATION - CHECK THE SOURCE, OFFSET, TARGET   *
200600*                            AND (WHEN SET) DRIVER ACCOUNTS     *
200700*****************************************************************
200800 6200-SCAN-ONE-ALLOCATION.
200900     READ ALC-FILE NEXT RECORD
201000         AT END
201100             MOVE "10"            TO  WS-ALC-STATUS
201200             GO TO 6200-EXIT.
201300
201400     IF  NOT GLALC-IS-ACTIVE
201500         GO TO 6200-EXIT.
201600
201700     MOVE "GLALCDEF"              TO  WS-RL-FILE.
201800     MOVE GLALC-ALLOC-NO          TO  WS-RK-PART-1.
201900     MOVE GLALC-LINE-NO           TO  WS-RK-PART-2.
202000
202100     MOVE GLALC-SRC-CO-CODE       TO  WS-LOOK-CO.
202200     MOVE GLALC-SRC-ACCT-NO       TO  WS-LOOK-ACCT.
202300     PERFORM 7200-CHECK-ACCOUNT   THRU 7200-EXIT.
202400     IF  WS-ACCT-RETIRED
202500         MOVE "ALLOCATION SOURCE ACCOUNT" TO WS-RL-TEXT
202600         PERFORM 6900-PRINT-REFERENCE THRU 6900-EXIT.
202700
202800     MOVE GLALC-OFFSET-ACCT-NO    TO  WS-LOOK-ACCT.
202900     PERFORM 7200-CHECK-ACCOUNT   THRU 7200-EXIT.
203000     IF  WS-ACCT-RETIRED
203100         MOVE "ALLOCATION OFFSET ACCOUNT" TO WS-RL-TEXT
203200         PERFORM 6900-PRINT-REFERENCE THRU 6900-EXIT.
203300
203400     IF  GLALC-DRIVER-ACCT-NO IS GREATER THAN ZERO
203500         MOVE GLALC-DRIVER-ACCT-NO TO WS-LOOK-ACCT
203600         PERFORM 7200-CHECK-ACCOUNT THRU 7200-EXIT
203700         IF  WS-ACCT-RETIRED
203800             MOVE "ALLOCATION DRIVER ACCOUNT" TO WS-RL-TEXT
203900             PERFORM 6900-PRINT-REFERENCE THRU 6900-EXIT.
204000
204100     MOVE GLALC-TGT-CO-CODE       TO  WS-LOOK-CO.
204200     MOVE GLALC-TGT-ACCT-NO       TO  WS-LOOK-ACCT.
204300     PERFORM 7200-CHECK-ACCOUNT   THRU 7200-EXIT.
204400     IF  WS-ACCT-RETIRED
204500         MOVE "ALLOCATION TARGET ACCOUNT" TO WS-RL-TEXT
204600         PERFORM 6900-PRINT-REFERENCE THRU 6900-EXIT.
204700 6200-EXIT.
204800     EXIT.
204900
205000*****************************************************************
205100* 6300-SCAN-ONE-INTEREST - CHECK THE DESIGNATED ACCOUNT AND ITS *
205200*                          OFFSET                               *
205300*****************************************************************
205400 6300-SCAN-ONE-INTEREST.
205500     READ INT-FILE NEXT RECORD
205600         AT END
205700             MOVE "10"            TO  WS-INT-STATUS
205800             GO TO 6300-EXIT.
205900
206000     IF  NOT GLINT-IS-ACTIVE
206100         GO TO 6300-EXIT.
206200
206300     MOVE "GLINTMST"              TO  WS-RL-FILE.
206400     MOVE GLINT-ACCT-NO           TO  WS-RK-PART-1.
206500     MOVE GLINT-CO-CODE           TO  WS-RK-PART-2.
206600
206700     MOVE GLINT-CO-CODE           TO  WS-LOOK-CO.
206800     MOVE GLINT-ACCT-NO           TO  WS-LOOK-ACCT.
206900     PERFORM 7200-CHECK-ACCOUNT   THRU 7200-EXIT.
207000     IF  WS-ACCT-RETIRED
207100         MOVE "INTEREST-BEARING ACCOUNT" TO WS-RL-TEXT
207200         PERFORM 6900-PRINT-REFERENCE THRU 6900-EXIT.
207300
207400     MOVE GLINT-OFFSET-ACCT-NO    TO  WS-LOOK-ACCT.
207500     PERFORM 7200-CHECK-ACCOUNT   THRU 7200-EXIT.
207600     IF  WS-ACCT-RETIRED
207700         MOVE "INTEREST OFFSET ACCOUNT" TO WS-RL-TEXT
207800         PERFORM 6900-PRINT-REFERENCE THRU 6900-EXIT.
207900 6300-EXIT.
208000     EXIT.
208100
208200*****************************************************************
208300* 6400-SCAN-ONE-TAX-LINE - TAX RANGES CARRY NO COMPANY, SO THEY *
208400*                          ARE CHECKED AGAINST EVERY MAPPING    *
208500*****************************************************************
208600 6400-SCAN-ONE-TAX-LINE.
208700     READ TAX-FILE NEXT RECORD
208800         AT END
208900             MOVE "10"            TO  WS-TAX-STATUS
209000             GO TO 6400-EXIT.
209100
209200     MOVE "GLTAXMAP"              TO  WS-RL-FILE.
209300     MOVE GLTAX-SCHEDULE          TO  WS-RK-PART-1.
209400     MOVE GLTAX-LINE-NO           TO  WS-RK-PART-2.
209500     MOVE GLTAX-ACCT-FROM         TO  WS-RANGE-FROM.
209600     MOVE GLTAX-ACCT-TO           TO  WS-RANGE-TO.
209700     PERFORM 6600-CHECK-RANGE     THRU 6600-EXIT
209800         VARYING WS-MY FROM 1 BY 1
209900         UNTIL WS-MY IS GREATER THAN WS-MAP-CNT.
210000 6400-EXIT.
210100     EXIT.
210200
210300*****************************************************************
210400* 6500-SCAN-ONE-STMT-LINE                                       *
210500*****************************************************************
210600 6500-SCAN-ONE-STMT-LINE.
210700     READ STL-FILE NEXT RECORD
210800         AT END
210900             MOVE "10"            TO  WS-STL-STATUS
211000             GO TO 6500-EXIT.
211100
211200     IF  NOT GLSTL-TYPE-DETAIL
211300         GO TO 6500-EXIT.
211400
211500     MOVE "GLSTLAYT"              TO  WS-RL-FILE.
211600     MOVE GLSTL-STMT-TYPE         TO  WS-RK-PART-1.
211700     MOVE GLSTL-LINE-SEQ          TO  WS-RK-PART-2.
211800     MOVE GLSTL-ACCT-FROM         TO  WS-RANGE-FROM.
211900     MOVE GLSTL-ACCT-TO           TO  WS-RANGE-TO.
212000     PERFORM 6600-CHECK-RANGE     THRU 6600-EXIT
212100         VARYING WS-MY FROM 1 BY 1
212200         UNTIL WS-MY IS GREATER THAN WS-MAP-CNT.
212300 6500-EXIT.
212400     EXIT.
212500
212600*****************************************************************
212700* 6600-CHECK-RANGE - A RANGE THAT HOLDS THE OLD ACCOUNT OF AN   *
212800*                    ACCEPTED MAPPING BUT NOT ITS NEW ACCOUNT   *
212900*                    WOULD DROP THE MOVED BALANCE               *
213000*****************************************************************
213100 6600-CHECK-RANGE.
213200     IF  WS-MT-REJECTED (WS-MY)
213300         GO TO 6600-EXIT.
213400
213500     IF  WS-MT-OLD-ACCT (WS-MY) IS LESS THAN WS-RANGE-FROM
213600     OR  WS-MT-OLD-ACCT (WS-MY) IS GREATER THAN WS-RANGE-TO
213700         GO TO 6600-EXIT.
213800
213900     IF  WS-MT-NEW-ACCT (WS-MY) IS NOT LESS THAN WS-RANGE-FROM
214000     AND WS-MT-NEW-ACCT (WS-MY) IS NOT GREATER THAN WS-RANGE-TO
214100         GO TO 6600-EXIT.
214200
214300     MOVE WS-MT-OLD-CO (WS-MY)    TO  WS-LOOK-CO.
214400     MOVE WS-MT-OLD-ACCT (WS-MY)  TO  WS-LOOK-ACCT.
214500     MOVE "RANGE MISSES THE NEW ACCOUNT" TO WS-RL-TEXT.
214600     PERFORM 6900-PRINT-REFERENCE THRU 6900-EXIT.
214700 6600-EXIT.
214800     EXIT.
214900
215000*****************************************************************
215100* 6900-PRINT-REFERENCE - PRINT ONE REFERENCE-SCAN LINE          *
215200*****************************************************************
215300 6900-PRINT-REFERENCE.
215400     MOVE WS-REF-KEY-WORK         TO  WS-RL-KEY.
215500     MOVE WS-LOOK-CO              TO  WS-RL-CO.
215600     MOVE WS-LOOK-ACCT            TO  WS-RL-ACCT.
215700     MOVE WS-REF-LINE             TO  GLMRGP-RECORD.
215800     WRITE GLMRGP-RECORD.
215900     ADD 1                        TO  WS-REF-CNT.
216000 6900-EXIT.
216100     EXIT.
216200
216300*****************************************************************
216400* 7000-PRINT-PROOF - PRINT THE LEDGER TOTALS BEFORE AND AFTER;  *
216500*                    A MOVE MAY SHIFT AMOUNTS BETWEEN ACCOUNTS  *
216600*                    BUT NEVER CHANGES A TOTAL                  *
216700*****************************************************************
216800 7000-PRINT-PROOF.
216900     MOVE WS-BEFORE-TOTALS        TO  WS-TOTALS.
217000     PERFORM 7010-LOAD-BEFORE     THRU 7010-EXIT.
217100     MOVE WS-AFTER-TOTALS         TO  WS-TOTALS.
217200     PERFORM 7020-LOAD-AFTER      THRU 7020-EXIT.
217300
217400     MOVE SPACES                  TO  GLMRGP-RECORD.
217500     WRITE GLMRGP-RECORD.
217600     MOVE "LEDGER PROOF"          TO  GLMRGP-RECORD.
217700     MOVE "BEFORE"                TO  GLMRGP-RECORD (44:6).
217800     MOVE "AFTER"                 TO  GLMRGP-RECORD (68:5).
217900     WRITE GLMRGP-RECORD.
218000
218100     MOVE "Y"                     TO  WS-PROOF-SW.
218200     PERFORM 7030-PRINT-PROOF-LINE THRU 7030-EXIT
218300         VARYING WS-PX FROM 1 BY 1
218400         UNTIL WS-PX IS GREATER THAN 7.
218500
218600     IF  WS-PROOF-HOLDS
218700         MOVE "LEDGER TOTALS UNCHANGED - PROOF HOLDS"
218800                                  TO  GLMRGP-RECORD
218900     ELSE
219000         MOVE "LEDGER TOTALS CHANGED - PROOF FAILS, INVESTIGATE"
219100                                  TO  GLMRGP-RECORD.
219200     WRITE GLMRGP-RECORD.
219300 7000-EXIT.
219400     EXIT.
219500
219600*****************************************************************
219700* 7010-LOAD-BEFORE                                              *
219800*****************************************************************
219900 7010-LOAD-BEFORE.
220000     MOVE WS-TOT-COA-CURR         TO  WS-PROOF-BEFORE (1).
220100     MOVE WS-TOT-COA-PRIOR        TO  WS-PROOF-BEFORE (2).
220200     MOVE WS-TOT-HST-NET          TO  WS-PROOF-BEFORE (3).
220300     MOVE WS-TOT-HST-ROWS         TO  WS-PROOF-BEFORE (4).
220400     MOVE WS-TOT-BAL-DR           TO  WS-PROOF-BEFORE (5).
220500     MOVE WS-TOT-BAL-CR           TO  WS-PROOF-BEFORE (6).
220600     MOVE WS-TOT-DAC-AMT          TO  WS-PROOF-BEFORE (7).
220700 7010-EXIT.
220800     EXIT.
220900
221000*****************************************************************
221100* 7020-LOAD-AFTER                                               *
221200*****************************************************************
221300 7020-LOAD-AFTER.
221400     MOVE WS-TOT-COA-CURR         TO  WS-PROOF-AFTER (1).
221500     MOVE WS-TOT-COA-PRIOR        TO  WS-PROOF-AFTER (2).
221600     MOVE WS-TOT-HST-NET          TO  WS-PROOF-AFTER (3).
221700     MOVE WS-TOT-HST-ROWS         TO  WS-PROOF-AFTER (4).
221800     MOVE WS-TOT-BAL-DR           TO  WS-PROOF-AFTER (5).
221900     MOVE WS-TOT-BAL-CR           TO  WS-PROOF-AFTER (6).
222000     MOVE WS-TOT-DAC-AMT          TO  WS-PROOF-AFTER (7).
222100 7020-EXIT.
222200     EXIT.
222300
222400*****************************************************************
222500* 7030-PRINT-PROOF-LINE                                         *
222600*****************************************************************
222700 7030-PRINT-PROOF-LINE.
222800     MOVE WS-PROOF-LABEL (WS-PX)  TO  WS-PL-LABEL.
222900     MOVE WS-PROOF-BEFORE (WS-PX) TO  WS-PL-BEFORE.
223000     MOVE WS-PROOF-AFTER (WS-PX)  TO  WS-PL-AFTER.
223100     MOVE SPACES                  TO  WS-PL-FLAG.
223200     IF  WS-PROOF-BEFORE (WS-PX) IS NOT EQUAL TO
223300         WS-PROOF-AFTER (WS-PX)
223400         MOVE "CHANGED"           TO  WS-PL-FLAG
223500         MOVE "N"                 TO  WS-PROOF-SW.
223600     MOVE WS-PROOF-LINE           TO  GLMRGP-RECORD.
223700     WRITE GLMRGP-RECORD.
223800 7030-EXIT.
223900     EXIT.
224000
224100*****************************************************************
224200* 7100-FIND-APPLIED - FIND THE APPLIED MAPPING FOR THE ACCOUNT  *
224300*                     IN WS-LOOK-CO/WS-LOOK-ACCT; WS-FOUND-IX   *
224400*                     IS ZERO WHEN THERE IS NONE                *
224500*****************************************************************
224600 7100-FIND-APPLIED.
224700     MOVE ZERO                    TO  WS-FOUND-IX.
224800     PERFORM 7110-TEST-ONE-MAPPING THRU 7110-EXIT
224900         VARYING WS-MY FROM 1 BY 1
225000         UNTIL WS-MY IS GREATER THAN WS-MAP-CNT
225100            OR WS-FOUND-IX IS GREATER THAN ZERO.
225200 7100-EXIT.
225300     EXIT.
225400
225500*****************************************************************
225600* 7110-TEST-ONE-MAPPING                                         *
225700*****************************************************************
225800 7110-TEST-ONE-MAPPING.
225900     IF  WS-MT-APPLIED (WS-MY)
226000     AND WS-MT-OLD-CO (WS-MY) IS EQUAL TO WS-LOOK-CO
226100     AND WS-MT-OLD-ACCT (WS-MY) IS EQUAL TO WS-LOOK-ACCT
226200         MOVE WS-MY               TO  WS-FOUND-IX.
226300 7110-EXIT.
226400     EXIT.
226500
226600*****************************************************************
226700* 7200-CHECK-ACCOUNT - SET WS-ACCT-RETIRED WHEN THE ACCOUNT IN  *
226800*                      WS-LOOK-CO/WS-LOOK-ACCT IS NOT ON THE    *
226900*                      CHART OR IS INACTIVE                     *
227000*****************************************************************
227100 7200-CHECK-ACCOUNT.
227200     MOVE "N"                     TO  WS-RETIRED-SW.
227300     MOVE WS-LOOK-CO              TO  GLCOA-CO-CODE.
227400     MOVE WS-LOOK-ACCT            TO  GLCOA-ACCT-NO.
227500     READ COA-FILE
227600         INVALID KEY
227700             MOVE "Y"             TO  WS-RETIRED-SW
227800             GO TO 7200-EXIT.
227900     IF  GLCOA-IS-INACTIVE
228000         MOVE "Y"                 TO  WS-RETIRED-SW.
228100 7200-EXIT.
228200     EXIT.
228300
228400*****************************************************************
228500* 8000-PRINT-CONTROL - COUNT WHAT WAS VALIDATED AND MOVED       *
228600*****************************************************************
228700 8000-PRINT-CONTROL.
228800     MOVE SPACES                  TO  GLMRGP-RECORD.
228900     WRITE GLMRGP-RECORD.
229000
229100     MOVE "MAPPINGS PENDING"      TO  WS-CNT-LABEL.
229200     MOVE WS-MAP-READ-CNT         TO  WS-CNT-VALUE.
229300     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
229400
229500     MOVE "MAPPINGS HELD FOR THE NEXT RUN" TO WS-CNT-LABEL.
229600     MOVE WS-MAP-HELD-CNT         TO  WS-CNT-VALUE.
229700     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
229800
229900     MOVE "MAPPINGS ACCEPTED"     TO  WS-CNT-LABEL.
230000     MOVE WS-ACCEPT-CNT           TO  WS-CNT-VALUE.
230100     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
230200
230300     MOVE "MAPPINGS REJECTED"     TO  WS-CNT-LABEL.
230400     MOVE WS-REJECT-CNT           TO  WS-CNT-VALUE.
230500     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
230600
230700     MOVE "ACCOUNTS MERGED"       TO  WS-CNT-LABEL.
230800     MOVE WS-MERGE-CNT            TO  WS-CNT-VALUE.
230900     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
231000
231100     MOVE "ACCOUNTS RENUMBERED"   TO  WS-CNT-LABEL.
231200     MOVE WS-RENUM-CNT            TO  WS-CNT-VALUE.
231300     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
231400
231500     MOVE "HISTORY ROWS MOVED"    TO  WS-CNT-LABEL.
231600     MOVE WS-HST-MOVED-CNT        TO  WS-CNT-VALUE.
231700     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
231800
231900     MOVE "HISTORY ROWS LEFT - KEY ALREADY TAKEN" TO WS-CNT-LABEL.
232000     MOVE WS-HST-CLASH-CNT        TO  WS-CNT-VALUE.
232100     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
232200
232300     MOVE "PERIOD BALANCES MERGED" TO WS-CNT-LABEL.
232400     MOVE WS-BAL-MERGED-CNT       TO  WS-CNT-VALUE.
232500     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
232600
232700     MOVE "PERIOD BALANCES MOVED" TO  WS-CNT-LABEL.
232800     MOVE WS-BAL-MOVED-CNT        TO  WS-CNT-VALUE.
232900     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
233000
233100     MOVE "DEPARTMENT ACTIVITY ROWS MOVED" TO WS-CNT-LABEL.
233200     MOVE WS-DAC-MOVED-CNT        TO  WS-CNT-VALUE.
233300     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
233400
233500     MOVE "BUDGET ROWS MOVED"     TO  WS-CNT-LABEL.
233600     MOVE WS-BUD-MOVED-CNT        TO  WS-CNT-VALUE.
233700     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
233800
233810     MOVE "FORECAST VERSION CELLS MOVED" TO WS-CNT-LABEL.
233820     MOVE WS-FCT-MOVED-CNT        TO  WS-CNT-VALUE.
233830     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
233840
233900     MOVE "ENCUMBRANCE ROWS MOVED" TO WS-CNT-LABEL.
234000     MOVE WS-ENC-MOVED-CNT        TO  WS-CNT-VALUE.
234100     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
234200
234300     MOVE "SUBLEDGER CONTROLS MOVED" TO WS-CNT-LABEL.
234400     MOVE WS-SUB-MOVED-CNT        TO  WS-CNT-VALUE.
234500     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
234600
234700     MOVE "SUBLEDGER PERIOD TOTALS MOVED" TO WS-CNT-LABEL.
234800     MOVE WS-SPT-MOVED-CNT        TO  WS-CNT-VALUE.
234900     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
235000
235100     MOVE "TEMPLATE LINES REPOINTED" TO WS-CNT-LABEL.
235200     MOVE WS-REC-REPOINT-CNT      TO  WS-CNT-VALUE.
235300     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
235400
235500     MOVE "ALLOCATION LINES REPOINTED" TO WS-CNT-LABEL.
235600     MOVE WS-ALC-REPOINT-CNT      TO  WS-CNT-VALUE.
235700     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
235800
235900     MOVE "INTEREST DESIGNATIONS MOVED" TO WS-CNT-LABEL.
236000     MOVE WS-INT-MOVED-CNT        TO  WS-CNT-VALUE.
236100     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
236200
236300     MOVE "INTEREST DESIGNATIONS LEFT" TO WS-CNT-LABEL.
236400     MOVE WS-INT-LEFT-CNT         TO  WS-CNT-VALUE.
236500     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
236600
236700     MOVE "INTEREST OFFSETS REPOINTED" TO WS-CNT-LABEL.
236800     MOVE WS-INT-REPOINT-CNT      TO  WS-CNT-VALUE.
236900     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
237000
237100     MOVE "AUDIT ROWS LOGGED"     TO  WS-CNT-LABEL.
237200     MOVE WS-LOG-CNT              TO  WS-CNT-VALUE.
237300     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
237400
237500     MOVE "REFERENCES TO RETIRED ACCOUNTS" TO WS-CNT-LABEL.
237600     MOVE WS-REF-CNT              TO  WS-CNT-VALUE.
237700     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
237800 8000-EXIT.
237900     EXIT.
238000
238100*****************************************************************
238200* 8100-PRINT-COUNT                                              *
238300*****************************************************************
238400 8100-PRINT-COUNT.
238500     MOVE WS-COUNT-LINE           TO  GLMRGP-RECORD.
238600     WRITE GLMRGP-RECORD.
238700 8100-EXIT.
238800     EXIT.
238900
239000*****************************************************************
239100* 9000-TERMINATE - CLOSE ALL FILES                              *
239200*****************************************************************
239300 9000-TERMINATE.
239400     CLOSE MAP-FILE.
239500     CLOSE COA-FILE.
239600     CLOSE HST-FILE.
239700     CLOSE BAL-FILE.
239800     CLOSE DAC-FILE.
239900     CLOSE BUD-FILE.
239910     CLOSE FCT-FILE.
240000     CLOSE ENC-FILE.
240100     CLOSE SUB-FILE.
240200     CLOSE SPT-FILE.
240300     CLOSE REC-FILE.
240400     CLOSE ALC-FILE.
240500     CLOSE INT-FILE.
240600     CLOSE TAX-FILE.
240700     CLOSE STL-FILE.
240710     MOVE "E"                     TO  GLLCH-FUNCTION.
240720     CALL "GLLOGCHN"         USING GLLCH-AREA
240730                                   GLLOG-RECORD.
240800     CLOSE LOG-FILE.
240900     CLOSE RPT-FILE.
241000
241100     DISPLAY "GLACCMRG - MAPPINGS ACCEPTED: " WS-ACCEPT-CNT.
241200     DISPLAY "GLACCMRG - MAPPINGS REJECTED: " WS-REJECT-CNT.
241300     IF  NOT WS-PROOF-HOLDS
241400         DISPLAY "GLACCMRG - LEDGER PROOF FAILS - SEE GLMRGRPTP".
241500 9000-EXIT.
241600     EXIT.
241700
241800*****************************************************************
241900* 9500-FAIL-RUN - A MOVE FAILED (ALREADY ON THE JOB LOG): ALERT *
242000*                 THE OPERATORS AND STOP                        *
242100*****************************************************************
242200 9500-FAIL-RUN.
242300     MOVE "FAIL"                  TO  WS-ALERT-EVENT.
242400     MOVE 1                       TO  WS-ALERT-CNT.
242500     MOVE "ACCOUNT MERGE FAILED AND STOPPED - SEE THE JOB LOG"
242600                                  TO  WS-ALERT-TEXT.
242700     CALL "GLALERT"          USING WS-ALERT-EVENT
242800                                   WS-ALERT-PGM
242900                                   WS-ALERT-CNT
243000                                   WS-ALERT-TEXT.
243100     STOP RUN.
243200 9500-EXIT.
243300     EXIT.
243400
243500 9999-EXIT.
243600     STOP RUN.
