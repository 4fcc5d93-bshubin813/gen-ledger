004388*                 MID-LINE; A FAILURE THE RUN CANNOT WORK        *
004389*                 AROUND MARKS ITS GLRUNSTAT ROW FAILED ("F")    *
004390*                 AND SHUTS DOWN CLEANLY.                        *
004391*  10/15/26  MJF  A LINE POSTED INTO AN EARLIER (REOPENED)       *
004392*                 PERIOD NO LONGER STAMPS THAT PERIOD'S          *
004393*                 ENDING BALANCE WITH TODAY'S RUNNING            *
004394*                 BALANCE - THE TARGET ROW IS RESTATED FROM      *
004395*                 ITS OWN OPENING BALANCE AND THE CHANGE IS      *
004396*                 ROLLED FORWARD THROUGH EVERY LATER GLPERBAL    *
004397*                 ROW FOR THE ACCOUNT.  THE CONTROL REPORT       *
004398*                 LISTS THE PERIODS RESTATED.                    *
004399*  10/15/26  MJF  A BATCH CARRYING A PARALLEL BOOK CODE          *
004400*                 (TAX, IFRS) POSTS TO THAT BOOK'S OWN           *
004401*                 BALANCES (GLBKACCT/GLBKPBAL) INSTEAD OF        *
004402*                 GLCOA/GLPERBAL, SKIPS THE FUNDS CHECK AND      *
004403*                 DEPARTMENT ACTUALS, AND CARRIES THE BOOK       *
004404*                 ONTO GLHIST.  AN UNKNOWN OR INACTIVE BOOK      *
004405*                 REJECTS THE LINE ("INVALID BOOK").             *
004410*  10/15/26  MJF  A LINE THAT CHANGES A PERIOD'S ENDING BALANCE  *
004415*                 NOW REOPENS ANY PREPARED OR REVIEWED BALANCE-  *
004420*                 SHEET RECONCILIATION (GLRECON) FOR THE         *
004425*                 COMPANY/ACCOUNT FROM THE POSTING PERIOD ON;    *
004430*                 THE CONTROL REPORT COUNTS THEM.                *
004431*  10/15/26  MJF  THE RUN NOW RAISES OPERATOR ALERTS THROUGH     *
004432*                 GLALERT: A RESTART PENDING AT STARTUP, A       *
004433*                 FAILED RUN, AND THE NUMBER OF LINES SENT TO    *
004434*                 SUSPENSE FOR THE SUSPENSE-THRESHOLD RULE.      *
004438*  10/15/26  MJF  THE RUN CAN NOW POST ONE PARTITION OF THE      *
004442*                 COMPANIES ON GLPSTPTN, UNDER ITS OWN RUN ID    *
004446*                 AND CHECKPOINT, SO THE NIGHTLY STREAM CAN POST *
004450*                 PARTITIONS IN PARALLEL. EACH PARTITION RECORDS *
004454*                 ITS COUNTS AND DOLLAR TOTALS ON GLPSTPTR FOR   *
004458*                 THE CONSOLIDATED PROOF (GLPSTCON).             *
004459*  10/15/26  MJF  A NEW PERIOD BALANCE ROW IS NEVER FLAGGED AS   *
004460*                 AN OPENING-BALANCE CONVERSION ROW.             *
004461*  10/15/26  MJF  A JOURNAL LINE MAY NOW CARRY A PROJECT CODE,   *
004462*                 VALIDATED AGAINST THE PROJECT MASTER (A CLOSED *
004463*                 PROJECT IS REJECTED TO SUSPENSE); POSTED       *
004464*                 PROJECT LINES ALSO UPDATE THE PROJECT ACTUALS  *
004465*                 (GLPRJACT).  A CAPITAL PROJECT'S OWN           *
004466*                 CAPITALIZATION BATCH (SOURCE "PCAP") MAY POST  *
004467*                 TO IT AFTER IT IS CLOSED.                      *
004468*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
004469*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN; *
004470*                 THE CHAIN CONTROL ROW IS UPDATED INSIDE THE    *
004471*                 LINE'S COMMITMENT UNIT.                        *
004472*  10/15/26  MJF  A JOURNAL LINE MAY NOW CARRY A VAT/SALES TAX   *
004473*                 CODE (GLTAXCD, THROUGH GLTAXCAL). A PRE-PASS   *
004474*                 PROVES EVERY SUPPLIED TAX LINE AGAINST THE     *
004475*                 CODE'S RATE WITHIN ITS TOLERANCE; WHERE NONE   *
004476*                 WAS SUPPLIED THE TAX LINE IS GENERATED FROM    *
004477*                 THE NET LINE. A FAILING BATCH REJECTS TO       *
004478*                 SUSPENSE. THE CODE IS CARRIED ONTO GLHIST AND  *
004479*                 GLSUSPNS.                                      *
004480*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION  *
004481*                 FILE (GLPNDREC).  ONLY PENDING LINES ARE       *
004482*                 SELECTED; EACH LINE IS MARKED POSTED (X)       *
004483*                 INSIDE ITS UNIT OF WORK, OR REJECTED (R) AS    *
004484*                 ITS SUSPENSE ROW IS WRITTEN, SO THE FILE NEED  *
004485*                 NOT BE CLEARED BETWEEN RUNS.  A LINE MARKED ON *
004486*                 THE RUN DATE STILL COUNTS AS READ, AND IS      *
004487*                 SELECTED AGAIN ON A RESTART.                   *
004488*  10/15/26  MJF  THE RUN-PROOF, RESTATED-PERIOD AND REJECT-     *
004489*                 REASON TABLE LOOKUPS NO LONGER LEAVE THE INDEX *
004490*                 ONE PAST A MATCHED ROW, AND A PARTITIONED RUN  *
004491*                 RE-READS EVERY ACCOUNT UNDER LOCK FOR EACH     *
004492*                 LINE.                                          *
004493*  10/15/26  MJF  A PARTITIONED RUN NOW STOPS ON ANY GLPSTPTR    *
004494*                 READ STATUS OTHER THAN FOUND OR NOT FOUND      *
004495*                 INSTEAD OF WRITING A NEW RESULT ROW OVER IT.   *
004496*****************************************************************
004497 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-ISERIES.
004700 OBJECT-COMPUTER.   IBM-ISERIES.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT JE-FILE   ASSIGN TO GLTRANIN
005100         ORGANIZATION IS INDEXED
005150         ACCESS       IS DYNAMIC
005170         RECORD KEY   IS GLPND-KEY
005200         FILE STATUS  IS WS-JE-STATUS.
005300
005400     SELECT PST-FILE  ASSIGN TO GLPSTOUT
006230         ORGANIZATION IS SEQUENTIAL
006240         FILE STATUS  IS WS-LOG-STATUS.
006300
006310     SELECT RCN-FILE  ASSIGN TO GLRECON
006320         ORGANIZATION IS INDEXED
006330         ACCESS       IS DYNAMIC
006340         RECORD KEY   IS GLRCN-KEY
006350         FILE STATUS  IS WS-RCN-STATUS.
006360
006400     SELECT BTCH-FILE ASSIGN TO GLBATCH
006500         ORGANIZATION IS INDEXED
006600         ACCESS       IS DYNAMIC
007576         RECORD KEY   IS GLENC-KEY
007577         FILE STATUS  IS WS-ENC-STATUS.
007578
007579     SELECT BOOK-FILE ASSIGN TO GLBOOKS
007580         ORGANIZATION IS INDEXED
007581         ACCESS       IS DYNAMIC
007582         RECORD KEY   IS GLBOOK-KEY
007583         FILE STATUS  IS WS-BOOK-STATUS.
007584
007585     SELECT BKA-FILE  ASSIGN TO GLBKACCT
007586         ORGANIZATION IS INDEXED
007587         ACCESS       IS DYNAMIC
007588         RECORD KEY   IS GLBKA-KEY
007589         FILE STATUS  IS WS-BKA-STATUS.
007590
007591     SELECT BKB-FILE  ASSIGN TO GLBKPBAL
007592         ORGANIZATION IS INDEXED
007593         ACCESS       IS DYNAMIC
007594         RECORD KEY   IS GLBKB-KEY
007595         FILE STATUS  IS WS-BKB-STATUS.
007596
007597     SELECT PTN-FILE  ASSIGN TO GLPSTPTN
007598         ORGANIZATION IS INDEXED
007599         ACCESS       IS DYNAMIC
007600         RECORD KEY   IS GLPTN-KEY
007601         FILE STATUS  IS WS-PTN-STATUS.
007602
007603     SELECT PTR-FILE  ASSIGN TO GLPSTPTR
007604         ORGANIZATION IS INDEXED
007605         ACCESS       IS DYNAMIC
007606         RECORD KEY   IS GLPTR-KEY
007607         FILE STATUS  IS WS-PTR-STATUS.
007608
007609     SELECT PRJ-FILE  ASSIGN TO GLPROJ
007610         ORGANIZATION IS INDEXED
007611         ACCESS       IS DYNAMIC
007612         RECORD KEY   IS GLPRJ-KEY
007613         FILE STATUS  IS WS-PRJ-STATUS.
007614
007615     SELECT PRA-FILE  ASSIGN TO GLPRJACT
007616         ORGANIZATION IS INDEXED
007617         ACCESS       IS DYNAMIC
007618         RECORD KEY   IS GLPRA-KEY
007619         FILE STATUS  IS WS-PRA-STATUS.
007620
007621*
007622* THE ELEVEN FILES A POSTED LINE UPDATES (GLTRANIN'S STATUS
007623* MARK AMONG THEM), PLUS THE CHECKPOINT,
007624* ARE OPENED UNDER COMMITMENT CONTROL SO THE PER-LINE COMMIT/
007625* ROLLBACK IN 2020/2420 COVERS THEM AS ONE UNIT OF WORK.  THE
007626* SUSPENSE AND RUN-STATISTICS FILES STAY OUTSIDE THE UNIT SO
007627* THE ROLLED-BACK LINE'S SUSPENSE ROW AND A FAILED RUN'S "F"
007628* STATUS SURVIVE THE ROLLBACK, AS DO THE PARTITION FILES.
007629*
007632 I-O-CONTROL.
007636     COMMITMENT CONTROL FOR COA-FILE
007640                            PST-FILE
007644                            HST-FILE
007648                            BAL-FILE
007652                            DAC-FILE
007654                            PRA-FILE
007656                            BKA-FILE
007660                            BKB-FILE
007662                            RCN-FILE
007664                            LOG-FILE
007666                            JE-FILE
007668                            CKPT-FILE.
007672
007676/
007700*****************************************************************
007800* D A T A   D I V I S I O N                                     *
007900*****************************************************************
008300 FD  JE-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008550     COPY GLPNDREC.
008600     COPY GLJEREC.
008700
008800 FD  PST-FILE
010486                   ==GLJE-PRICE==      BY ==SRT-PRICE==
010488                   ==GLJE-CURR-CODE==  BY ==SRT-CURR-CODE==
010490                   ==GLJE-CO-CODE==    BY ==SRT-CO-CODE==
010492                   ==GLJE-DEPT-CODE==  BY ==SRT-DEPT-CODE==
010494                   ==GLJE-DOC-REF==    BY ==SRT-DOC-REF==
010495                   ==GLJE-PROJECT-CODE== BY ==SRT-PROJECT-CODE==
010496                   ==GLJE-TAX-CODE==   BY ==SRT-TAX-CODE==.
010497 FD  DEP-FILE
010498     LABEL RECORDS ARE STANDARD.
010499     COPY GLDEPREC.
010539     LABEL RECORDS ARE STANDARD.
010540     COPY GLENCREC.
010541
010542 FD  BOOK-FILE
010543     LABEL RECORDS ARE STANDARD.
010544     COPY GLBOOKREC.
010545
010546 FD  BKA-FILE
010547     LABEL RECORDS ARE STANDARD.
010548     COPY GLBKAREC.
010549
010550 FD  BKB-FILE
010551     LABEL RECORDS ARE STANDARD.
010552     COPY GLBKBREC.
010553
010554 FD  RCN-FILE
010555     LABEL RECORDS ARE STANDARD.
010556     COPY GLRCNREC.
010557
010561 FD  PTN-FILE
010565     LABEL RECORDS ARE STANDARD.
010569     COPY GLPTNREC.
010573
010577 FD  PTR-FILE
010581     LABEL RECORDS ARE STANDARD.
010585     COPY GLPTRREC.
010589
010590 FD  PRJ-FILE
010591     LABEL RECORDS ARE STANDARD.
010592     COPY GLPRJREC.
010593
010594 FD  PRA-FILE
010595     LABEL RECORDS ARE STANDARD.
010596     COPY GLPRAREC.
010597
010598/
010600*****************************************************************
010700* W O R K I N G   S T O R A G E   S E C T I O N                 *
010800*****************************************************************
011100 77  WS-JE-STATUS               PIC X(02) VALUE SPACES.
011200     88  WS-JE-OK                        VALUE "00".
011300     88  WS-JE-EOF                       VALUE "10".
011310
011320*
011330* EACH GLTRANIN LINE IS MARKED POSTED ("X") OR REJECTED ("R")
011340* AS IT IS DISPOSED OF; THE MARK CODE AND A FAILED-MARK SWITCH.
011350*
011360 77  WS-JE-MARK-CODE            PIC X(01) VALUE SPACES.
011370 77  WS-JE-MARK-FAIL-SW         PIC X(01) VALUE "N".
011380     88  WS-JE-MARK-FAILED               VALUE "Y".
011400
011500 77  WS-PST-STATUS              PIC X(02) VALUE SPACES.
011600     88  WS-PST-OK                       VALUE "00".
013040 77  WS-BAL-FOUND-SW            PIC X(01) VALUE "N".
013042     88  WS-BAL-FOUND                    VALUE "Y".
013044
013045*
013046* A LINE POSTED INTO A PERIOD THAT ALREADY HAS LATER PERIOD
013047* ROWS (A LATE ADJUSTMENT TO A REOPENED PERIOD) RESTATES THE
013048* TARGET ROW FROM ITS OWN OPENING BALANCE AND ROLLS THE LINE'S
013049* BALANCE CHANGE FORWARD THROUGH EVERY LATER ROW.
013050*
013051 77  WS-BAL-DELTA               PIC S9(09)V99 COMP-3 VALUE ZERO.
013052 77  WS-OPEN-BAL                PIC S9(09)V99 COMP-3 VALUE ZERO.
013053 77  WS-SAVE-PERIOD-DR          PIC S9(09)V99 COMP-3 VALUE ZERO.
013054 77  WS-SAVE-PERIOD-CR          PIC S9(09)V99 COMP-3 VALUE ZERO.
013055 77  WS-LATER-FOUND-SW          PIC X(01) VALUE "N".
013056     88  WS-LATER-FOUND                  VALUE "Y".
013057 77  WS-PRIOR-FOUND-SW          PIC X(01) VALUE "N".
013058     88  WS-PRIOR-FOUND                  VALUE "Y".
013059 77  WS-ROLL-EOF-SW             PIC X(01) VALUE "N".
013060     88  WS-ROLL-EOF                     VALUE "Y".
013061 77  WS-ROLL-ROWS               PIC 9(05) BINARY VALUE ZERO.
013062 77  WS-ROLL-THRU-PERIOD        PIC 9(06) VALUE ZERO.
013063
013064 77  WS-RS-IX                   PIC 9(03) BINARY VALUE ZERO.
013065 77  WS-RS-CNT                  PIC 9(03) BINARY VALUE ZERO.
013066 77  WS-RS-FOUND-SW             PIC X(01) VALUE "N".
013067     88  WS-RS-FOUND                     VALUE "Y".
013068 77  WS-RS-LOST-SW              PIC X(01) VALUE "N".
013069     88  WS-RS-OVERFLOWED                VALUE "Y".
013070
013071 01  WS-RESTATE-TABLE.
013072     05  WS-RS-ENTRY            OCCURS 200 TIMES
013073                                INDEXED BY WS-RS-NDX.
013074         10  WS-RS-CO-CODE          PIC X(03).
013075         10  WS-RS-ACCT-NO          PIC 9(06).
013076         10  WS-RS-PERIOD           PIC 9(06).
013077         10  WS-RS-THRU-PERIOD      PIC 9(06).
013078         10  WS-RS-ROWS             PIC 9(05).
013079         10  WS-RS-LINES            PIC 9(05).
013080         10  WS-RS-AMOUNT           PIC S9(11)V99 COMP-3.
013081
013082 01  WS-RPT-RESTATE-LINE.
013083     05  FILLER                 PIC X(01) VALUE SPACES.
013084     05  WS-RSP-CO-CODE         PIC X(03).
013085     05  FILLER                 PIC X(01) VALUE SPACES.
013086     05  WS-RSP-ACCT-NO         PIC 9(06).
013087     05  FILLER                 PIC X(02) VALUE SPACES.
013088     05  WS-RSP-PERIOD          PIC 9(06).
013089     05  FILLER                 PIC X(03) VALUE SPACES.
013090     05  WS-RSP-THRU-PERIOD     PIC 9(06).
013091     05  FILLER                 PIC X(01) VALUE SPACES.
013092     05  WS-RSP-ROWS            PIC ZZZZ9.
013093     05  FILLER                 PIC X(01) VALUE SPACES.
013094     05  WS-RSP-LINES           PIC ZZZZ9.
013095     05  FILLER                 PIC X(01) VALUE SPACES.
013096     05  WS-RSP-AMOUNT          PIC -(9)9.99.
013097
013098 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
013099     88  WS-DEP-OK                       VALUE "00".
013100
013101 77  WS-DAC-STATUS              PIC X(02) VALUE SPACES.
013102     88  WS-DAC-OK                       VALUE "00".
013103
013104 77  WS-DAC-FOUND-SW            PIC X(01) VALUE "N".
013105     88  WS-DAC-FOUND                    VALUE "Y".
013106
013107 77  WS-PRJ-STATUS              PIC X(02) VALUE SPACES.
013108     88  WS-PRJ-OK                       VALUE "00".
013109
013110 77  WS-PRA-STATUS              PIC X(02) VALUE SPACES.
013111     88  WS-PRA-OK                       VALUE "00".
013112
013113 77  WS-PRA-FOUND-SW            PIC X(01) VALUE "N".
013114     88  WS-PRA-FOUND                    VALUE "Y".
013115
013116 77  WS-SUS-STATUS              PIC X(02) VALUE SPACES.
013117     88  WS-SUS-OK                       VALUE "00".
013118
013119 77  WS-RAT-STATUS              PIC X(02) VALUE SPACES.
013120     88  WS-RAT-OK                       VALUE "00".
013121
013122 77  WS-REJ-REASON              PIC X(20) VALUE SPACES.
013123
013124 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
013125     88  WS-FCL-OK                       VALUE "00".
013126
013127 77  WS-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
013128
013129 77  WS-ENC-STATUS              PIC X(02) VALUE SPACES.
013130     88  WS-ENC-OK                       VALUE "00".
013131
013132*
013133* A BATCH WITH A NONBLANK BOOK CODE POSTS ONLY TO THE BOOK'S OWN
013134* ACCOUNT AND PERIOD BALANCES, CREATING EITHER ROW ON THE
013135* BOOK'S FIRST ACTIVITY.
013136*
013137 77  WS-BOOK-STATUS             PIC X(02) VALUE SPACES.
013138     88  WS-BOOK-OK                      VALUE "00".
013139 77  WS-BKA-STATUS              PIC X(02) VALUE SPACES.
013140     88  WS-BKA-OK                       VALUE "00".
013141 77  WS-BKB-STATUS              PIC X(02) VALUE SPACES.
013142     88  WS-BKB-OK                       VALUE "00".
013143 77  WS-BKA-FOUND-SW            PIC X(01) VALUE "N".
013144     88  WS-BKA-FOUND                    VALUE "Y".
013145 77  WS-BKB-FOUND-SW            PIC X(01) VALUE "N".
013146     88  WS-BKB-FOUND                    VALUE "Y".
013147
013148*
013149* THE PER-LINE FILE UPDATES RUN AS ONE UNIT OF WORK UNDER
013150* COMMITMENT CONTROL (THE CALLING CL STARTS IT AND THE FILES
013151* ARE JOURNALED).  AN I/O FAILURE INSIDE THE UNIT SETS THIS
013152* SWITCH; THE WHOLE LINE IS ROLLED BACK AND SENT TO SUSPENSE
013153* INSTEAD OF STOPPING THE RUN MID-LINE.
013154*
013155 77  WS-IO-FAIL-SW              PIC X(01) VALUE "N".
013156     88  WS-IO-FAILED                    VALUE "Y".
013157
013158 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
013159
013160 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
013161
013162 77  WS-STA-STATUS              PIC X(02) VALUE SPACES.
013163     88  WS-STA-OK                       VALUE "00".
013164 77  WS-STA-RUN-DATE            PIC 9(08) VALUE ZERO.
013165 77  WS-STA-RUN-TIME            PIC 9(06) VALUE ZERO.
013166
013167 77  WS-ENT-EXT-AMT             PIC S9(09)V99 COMP-3 VALUE ZERO.
013168 77  WS-HOME-EXT-AMT            PIC S9(09)V99 COMP-3 VALUE ZERO.
013169 77  WS-RPT-IN-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO.
013170 77  WS-RPT-POSTED-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
013171 77  WS-RPT-REJ-AMT             PIC S9(11)V99 COMP-3 VALUE ZERO.
013172 77  WS-RPT-HOME-AMT            PIC S9(11)V99 COMP-3 VALUE ZERO.
013173 77  WS-RPT-PROOF-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
013174
013175 77  WS-BATCH-ON-FILE-SW        PIC X(01) VALUE "N".
013176     88  WS-BATCH-ON-FILE                VALUE "Y".
013177
013178 77  WS-BT-IX                   PIC 9(03) BINARY VALUE ZERO.
013179 77  WS-BT-CNT                  PIC 9(03) BINARY VALUE ZERO.
013180 77  WS-BT-FOUND-SW             PIC X(01) VALUE "N".
013181     88  WS-BT-FOUND                     VALUE "Y".
013182 77  WS-BT-LOST-SW              PIC X(01) VALUE "N".
013183     88  WS-BT-OVERFLOWED                VALUE "Y".
013184
013185 77  WS-RR-IX                   PIC 9(02) BINARY VALUE ZERO.
013186 77  WS-RR-CNT                  PIC 9(02) BINARY VALUE ZERO.
013187 77  WS-RR-FOUND-SW             PIC X(01) VALUE "N".
013188     88  WS-RR-FOUND                     VALUE "Y".
013189
013190 01  WS-BATCH-TABLE.
013191     05  WS-BT-ENTRY            OCCURS 200 TIMES
013192                                INDEXED BY WS-BT-NDX.
013193         10  WS-BT-BATCH-NO         PIC 9(06).
013194         10  WS-BT-IN-DR            PIC S9(09)V99 COMP-3.
013195         10  WS-BT-IN-CR            PIC S9(09)V99 COMP-3.
013196         10  WS-BT-POSTED           PIC S9(09)V99 COMP-3.
013197         10  WS-BT-REJECTED         PIC S9(09)V99 COMP-3.
013198
013199 01  WS-REASON-TABLE.
013200     05  WS-RR-ENTRY            OCCURS 10 TIMES
013201                                INDEXED BY WS-RR-NDX.
013202         10  WS-RR-REASON           PIC X(20).
013203         10  WS-RR-COUNT            PIC 9(07).
013204         10  WS-RR-AMOUNT           PIC S9(11)V99 COMP-3.
013205
013206 01  WS-RPT-BATCH-LINE.
013207     05  FILLER                 PIC X(01) VALUE SPACES.
013208     05  WS-RB-BATCH-NO         PIC 9(06).
013209     05  FILLER                 PIC X(01) VALUE SPACES.
013210     05  WS-RB-IN-DR            PIC -(7)9.99.
013211     05  FILLER                 PIC X(01) VALUE SPACES.
013212     05  WS-RB-IN-CR            PIC -(7)9.99.
013213     05  FILLER                 PIC X(01) VALUE SPACES.
013214     05  WS-RB-POSTED           PIC -(7)9.99.
013215     05  FILLER                 PIC X(01) VALUE SPACES.
013216     05  WS-RB-REJECTED         PIC -(7)9.99.
013217
013218 01  WS-RPT-REASON-LINE.
013219     05  FILLER                 PIC X(02) VALUE SPACES.
013220     05  WS-RR-PRT-REASON       PIC X(20).
013221     05  FILLER                 PIC X(01) VALUE SPACES.
013222     05  WS-RR-PRT-COUNT        PIC ZZZZZZ9.
013223     05  FILLER                 PIC X(01) VALUE SPACES.
013224     05  WS-RR-PRT-AMOUNT       PIC -(9)9.99.
013225
013226 01  WS-RPT-PROOF-LINE.
013227     05  WS-RP-LABEL            PIC X(16).
013228     05  WS-RP-AMOUNT           PIC -(11)9.99.
013229
013230
013231 77  WS-EOF-SW                  PIC X(01) VALUE "N".
013300     88  WS-END-OF-FILE                  VALUE "Y".
013308
013316* A LINE THAT CHANGES A PERIOD'S ENDING BALANCE REOPENS ANY
013324* PREPARED OR REVIEWED BALANCE-SHEET RECONCILIATION FOR THAT
013332* COMPANY/ACCOUNT FROM THE POSTING PERIOD ON (2332).
013340*
013348 77  WS-RCN-STATUS              PIC X(02) VALUE SPACES.
013356     88  WS-RCN-OK                       VALUE "00".
013364 77  WS-RCN-EOF-SW              PIC X(01) VALUE "N".
013372     88  WS-RCN-EOF                      VALUE "Y".
013380 77  WS-RCN-REOPEN-CNT          PIC 9(07) BINARY VALUE ZERO.
013400

013410 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
013940 77  WS-DEPT-VALID-SW           PIC X(01) VALUE "N".
013942     88  WS-DEPT-IS-VALID                VALUE "Y".
013944
013945 77  WS-PROJ-VALID-SW           PIC X(01) VALUE "N".
013946     88  WS-PROJ-IS-VALID                VALUE "Y".
013947     88  WS-PROJ-IS-CLOSED               VALUE "C".
013948
013949 77  WS-BUD-STATUS              PIC X(02) VALUE SPACES.
013950     88  WS-BUD-OK                       VALUE "00".
013951
013952 77  WS-FUNDS-VALID-SW          PIC X(01) VALUE "Y".
013954     88  WS-FUNDS-IS-VALID               VALUE "Y".
013956
015000 77  WS-REC-CNT                 PIC 9(07) BINARY VALUE ZERO.
015100 77  WS-REJ-CNT                 PIC 9(07) BINARY VALUE ZERO.
015200 77  WS-SKIP-CNT                PIC 9(07) BINARY VALUE ZERO.
015210
015220 77  WS-ALERT-EVENT             PIC X(04) VALUE SPACES.
015230 77  WS-ALERT-PGM               PIC X(10) VALUE "GLPOST".
015240 77  WS-ALERT-CNT               PIC 9(07) VALUE ZERO.
015250 77  WS-ALERT-TEXT              PIC X(60) VALUE SPACES.
015251
015252*
015253* A PARTITIONED RUN (WS-PTN-NO NONZERO) POSTS ONLY THE BATCHES
015254* WHOSE HEADER COMPANY FALLS IN ITS PARTITION'S RANGE, UNDER ITS
015255* OWN CHECKPOINT AND RUN-STATISTICS ID "GLPOSTNN", AND REPORTS
015256* ITS PROOF TO THE PARTITION RESULT FILE FOR GLPSTCON.
015257*
015258 77  WS-PTN-STATUS              PIC X(02) VALUE SPACES.
015259     88  WS-PTN-OK                       VALUE "00".
015260 77  WS-PTR-STATUS              PIC X(02) VALUE SPACES.
015261     88  WS-PTR-OK                       VALUE "00".
015262     88  WS-PTR-NOT-FOUND                VALUE "23".
015263 77  WS-PTN-CO-FROM             PIC X(03) VALUE SPACES.
015264 77  WS-PTN-CO-TO               PIC X(03) VALUE SPACES.
015265 77  WS-PTR-END-STATUS          PIC X(01) VALUE SPACES.
015266 77  WS-JE-READ-CNT             PIC 9(07) BINARY VALUE ZERO.
015267 77  WS-JE-OWNED-CNT            PIC 9(07) BINARY VALUE ZERO.
015268 77  WS-OWNER-CO-CODE           PIC X(03) VALUE SPACES.
015269 77  WS-OWNER-BATCH-NO          PIC 9(06) VALUE ZERO.
015270 77  WS-OWNER-CACHED-SW         PIC X(01) VALUE "N".
015271     88  WS-OWNER-CACHED                 VALUE "Y".
015272
015273 01  WS-PTN-RUN-ID.
015274     05  FILLER                 PIC X(06) VALUE "GLPOST".
015275     05  WS-PTN-RUN-ID-NO       PIC 9(02) VALUE ZERO.
015276     05  FILLER                 PIC X(02) VALUE SPACES.
015277
015278 01  WS-RPT-PARTITION-LINE.
015279     05  FILLER                 PIC X(10) VALUE "PARTITION ".
015280     05  WS-RPP-PARTITION-NO    PIC 9(02).
015281     05  FILLER                 PIC X(12) VALUE " COMPANIES  ".
015282     05  WS-RPP-CO-FROM         PIC X(03).
015283     05  FILLER                 PIC X(04) VALUE " TO ".
015284     05  WS-RPP-CO-TO           PIC X(03).
015285     05  FILLER                 PIC X(12) VALUE "  RUN DATE  ".
015286     05  WS-RPP-RUN-DATE        PIC 9(08).
015288
015291*
015294* INDIRECT TAX.  A PRE-PASS OVER GLTRANIN (1600) TABLES EACH
015297* BATCH'S TAX-CODED LINES BY CODE - THE NET (TAXABLE) AMOUNT AND
015300* ANY TAX LINE SUPPLIED ON THE CODE'S TAX ACCOUNT, SIGNED DEBIT
015303* PLUS - AND PROVES EVERY SUPPLIED TAX LINE AGAINST THE CODE'S
015306* RATE WITHIN ITS TOLERANCE.  A BATCH THAT FAILS IS MARKED WITH
015309* ITS REASON AND EVERY LINE OF IT REJECTS AT THE BATCH CHECK.
015312* WHERE NO TAX LINE WAS SUPPLIED THE SORT INPUT GENERATES ONE
015315* (1700) BEHIND EACH NET LINE, NUMBERED FROM 9001 IN THE BATCH.
015318*
015321 77  WS-TX-IX                   PIC 9(03) BINARY VALUE ZERO.
015324 77  WS-TX-CNT                  PIC 9(03) BINARY VALUE ZERO.
015327 77  WS-TX-FOUND-SW             PIC X(01) VALUE "N".
015330     88  WS-TX-FOUND                     VALUE "Y".
015333 77  WS-TB-IX                   PIC 9(03) BINARY VALUE ZERO.
015336 77  WS-TB-CNT                  PIC 9(03) BINARY VALUE ZERO.
015339 77  WS-TB-FOUND-SW             PIC X(01) VALUE "N".
015342     88  WS-TB-FOUND                     VALUE "Y".
015345 77  WS-TAX-BATCH-NO            PIC 9(06) VALUE ZERO.
015348 77  WS-TAX-REASON              PIC X(20) VALUE SPACES.
015351 77  WS-TAX-LINE-AMT            PIC S9(09)V99 COMP-3 VALUE ZERO.
015354 77  WS-TAX-DIFF                PIC S9(09)V99 COMP-3 VALUE ZERO.
015360 77  WS-TAX-GEN-CNT             PIC 9(07) BINARY VALUE ZERO.
015363
015366 01  WS-TAX-TABLE.
015369     05  WS-TX-ENTRY            OCCURS 500 TIMES.
015372         10  WS-TX-BATCH-NO         PIC 9(06).
015375         10  WS-TX-TAX-CODE         PIC X(04).
015378         10  WS-TX-ENTRY-DATE       PIC 9(08).
015381         10  WS-TX-CODE-SW          PIC X(01).
015384             88  WS-TX-CODE-FOUND           VALUE "F".
015387         10  WS-TX-TAX-ACCT         PIC 9(06).
015390         10  WS-TX-BASE-AMT         PIC S9(09)V99 COMP-3.
015393         10  WS-TX-SUPP-AMT         PIC S9(09)V99 COMP-3.
015396         10  WS-TX-SUPP-SW          PIC X(01).
015399             88  WS-TX-HAS-SUPPLIED         VALUE "Y".
015402
015405 01  WS-TAX-BATCH-TABLE.
015408     05  WS-TB-ENTRY            OCCURS 200 TIMES.
015411         10  WS-TB-BATCH-NO         PIC 9(06).
015414         10  WS-TB-REASON           PIC X(20).
015417         10  WS-TB-GEN-CNT          PIC 9(04).
015420
015423     COPY GLLCHREC.
015426     COPY GLTXAREC.
015429
015432/
015435****************************************************************
015438* L I N K A G E   S E C T I O N                                *
015441*                                                               *
015444* WS-USER-ID IS PASSED BY THE CALLING JOB/CL PROGRAM SO EVERY   *
015447* POSTING RUN'S GLLOGREC AUDIT ROWS CAN BE TRACED TO A USER.    *
015450****************************************************************
015453 LINKAGE SECTION.
015456 01  WS-USER-ID                 PIC X(10).
015459
015462 01  WS-FUNDS-OPTION            PIC X(01).
015465     88  WS-FUNDS-CHECK-OFF             VALUE "N".
015468     88  WS-FUNDS-WARN                  VALUE "W".
015471     88  WS-FUNDS-REJECT                VALUE "R".
015474
015477 01  WS-PARTITION-PARM.
015480     05  WS-PTN-NO              PIC 9(02).
015483         88  WS-PTN-SINGLE-RUN          VALUE ZERO.
015486     05  WS-PTN-RUN-DATE        PIC 9(08).
015489/
015500*****************************************************************
015600* P R O C E D U R E   D I V I S I O N                           *
015700*****************************************************************
015800 PROCEDURE DIVISION      USING WS-USER-ID WS-FUNDS-OPTION
015810                               WS-PARTITION-PARM.
015900
016000*****************************************************************
016100* 0000-MAINLINE                                                 *
016470         ON ASCENDING KEY SRT-ACCT-NO
016480         ON ASCENDING KEY SRT-BATCH-NO
016490         ON ASCENDING KEY SRT-LINE-NO
016495         INPUT PROCEDURE IS 1500-SELECT-LINES THRU 1500-EXIT
016498         OUTPUT PROCEDURE IS 2000-PROCESS-SORTED THRU 2000-EXIT.
016700     PERFORM 9000-TERMINATE    THRU 9000-EXIT.
016800     GO TO 9999-EXIT.
017100* 1000-INITIALIZE - OPEN FILES AND ESTABLISH THE RESTART POINT   *
017200*                   (IF ANY) FROM THE CHECKPOINT FILE.  THE      *
017300*                   TRANSACTION FILE ITSELF IS OPENED BY THE     *
017350*                   SORT'S INPUT PROCEDURE (1500).  A            *
017360*                   PARTITIONED RUN FIRST TAKES UP ITS           *
017370*                   PARTITION (1400) SO THE RUN-STATISTICS ROW   *
017380*                   AND CHECKPOINT ARE ITS OWN.                  *
017400*****************************************************************
017500 1000-INITIALIZE.
017700     OPEN I-O    COA-FILE.
017827     OPEN I-O    BAL-FILE.
017832     OPEN INPUT  DEP-FILE.
017837     OPEN I-O    DAC-FILE.
017838     OPEN INPUT  PRJ-FILE.
017839     OPEN I-O    PRA-FILE.
017842     OPEN I-O    SUS-FILE.
017847     OPEN INPUT  RAT-FILE.
017852     OPEN INPUT  BUD-FILE.
017862     OPEN INPUT  USR-FILE.
017864     OPEN INPUT  FCL-FILE.
017865     OPEN INPUT  ENC-FILE.
017866     OPEN INPUT  BOOK-FILE.
017867     OPEN I-O    BKA-FILE.
017868     OPEN I-O    BKB-FILE.
017869     OPEN I-O    RCN-FILE.
017870
017872     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
017873     IF  NOT WS-PTN-SINGLE-RUN
017874         PERFORM 1400-TAKE-PARTITION THRU 1400-EXIT.
017877     OPEN OUTPUT RPT-FILE.
017882     OPEN I-O    STA-FILE.
017887     PERFORM 1200-WRITE-RUN-STATS THRU 1200-EXIT.
018510                 WS-RESTART-CO-CODE " ACCOUNT " WS-RESTART-ACCT-NO
018520                 " BATCH " WS-RESTART-BATCH-NO
018600                 " LINE " WS-RESTART-LINE-NO
018610         PERFORM 1300-ALERT-RESTART THRU 1300-EXIT
018700     ELSE
018800         OPEN OUTPUT PST-FILE
018810         OPEN EXTEND LOG-FILE.
021100         MOVE GLCKPT-LAST-BATCH-NO TO  WS-RESTART-BATCH-NO
021200         MOVE GLCKPT-LAST-LINE-NO  TO  WS-RESTART-LINE-NO
021300         MOVE "Y"                  TO  WS-RESTART-SW
021310         IF  NOT WS-PTN-SINGLE-RUN
021320             PERFORM 1160-RESTORE-TOTALS THRU 1160-EXIT
021330         END-IF
021400     ELSE
021500         MOVE "I"                  TO  GLCKPT-STATUS-SW
021520         MOVE SPACES               TO  GLCKPT-LAST-CO-CODE
021720         MOVE 0                    TO  GLCKPT-NET-INCOME
021740         MOVE 0                    TO  GLCKPT-RE-ACCT-NO
021760         MOVE SPACE                TO  GLCKPT-RE-FOUND-SW
021770         PERFORM 1170-CLEAR-CKPT-TOTALS THRU 1170-EXIT
021800         REWRITE GLCKPT-RECORD.
021900 1100-EXIT.
022000     EXIT.
023020     MOVE 0                       TO  GLCKPT-NET-INCOME.
023040     MOVE 0                       TO  GLCKPT-RE-ACCT-NO.
023060     MOVE SPACE                   TO  GLCKPT-RE-FOUND-SW.
023070     PERFORM 1170-CLEAR-CKPT-TOTALS THRU 1170-EXIT.
023100     WRITE GLCKPT-RECORD.
023200 1150-EXIT.
023300     EXIT.
023301
023302*****************************************************************
023303* 1160-RESTORE-TOTALS - A RESTARTED PARTITION PICKS UP THE PROOF *
023304*                       TOTALS ITS ABENDED RUN HAD COMMITTED     *
023305*                       WITH THE CHECKPOINT, SO ITS PARTITION    *
023306*                       RESULT COVERS THE WHOLE NIGHT; THE LINES *
023307*                       SKIPPED AS ALREADY POSTED ARE THE LINES  *
023308*                       THESE TOTALS ALREADY HOLD                *
023309*****************************************************************
023310 1160-RESTORE-TOTALS.
023311     MOVE GLCKPT-POSTED-CNT       TO  WS-REC-CNT.
023312     MOVE GLCKPT-REJECT-CNT       TO  WS-REJ-CNT.
023313     MOVE GLCKPT-IN-AMT           TO  WS-RPT-IN-AMT.
023314     MOVE GLCKPT-POSTED-AMT       TO  WS-RPT-POSTED-AMT.
023315     MOVE GLCKPT-REJ-AMT          TO  WS-RPT-REJ-AMT.
023316     MOVE GLCKPT-HOME-AMT         TO  WS-RPT-HOME-AMT.
023317 1160-EXIT.
023318     EXIT.
023319
023320*****************************************************************
023321* 1170-CLEAR-CKPT-TOTALS - A FRESH RUN'S CHECKPOINT STARTS ITS   *
023322*                          PROOF TOTALS AT ZERO                  *
023323*****************************************************************
023324 1170-CLEAR-CKPT-TOTALS.
023325     MOVE 0                       TO  GLCKPT-POSTED-CNT.
023326     MOVE 0                       TO  GLCKPT-REJECT-CNT.
023327     MOVE 0                       TO  GLCKPT-IN-AMT.
023328     MOVE 0                       TO  GLCKPT-POSTED-AMT.
023329     MOVE 0                       TO  GLCKPT-REJ-AMT.
023330     MOVE 0                       TO  GLCKPT-HOME-AMT.
023331 1170-EXIT.
023332     EXIT.
023333
023334*****************************************************************
023335* 1200-WRITE-RUN-STATS - OPEN THIS EXECUTION'S RUN-              *
023340*                        STATISTICS ROW, IN-FLIGHT UNTIL         *
023350*                        END OF JOB MARKS IT COMPLETE            *
023360*****************************************************************
023404         STOP RUN.
023406 1200-EXIT.
023408     EXIT.
023413
023418*****************************************************************
023423* 1300-ALERT-RESTART - TELL THE OPERATORS THIS RUN IS PICKING    *
023428*                      UP A RESTART THE LAST RUN LEFT PENDING    *
023433*****************************************************************
023438 1300-ALERT-RESTART.
023439     MOVE "RSTR"                 TO  WS-ALERT-EVENT.
023440     MOVE 1                      TO  WS-ALERT-CNT.
023441     MOVE SPACES                 TO  WS-ALERT-TEXT.
023442     STRING "RESTART PENDING, RESUMING AFTER BATCH "
023443            WS-RESTART-BATCH-NO " LINE " WS-RESTART-LINE-NO
023444         DELIMITED BY SIZE INTO WS-ALERT-TEXT.
023445     PERFORM 8500-RAISE-ALERT    THRU 8500-EXIT.
023446 1300-EXIT.
023447     EXIT.
023448
023449*****************************************************************
023450* 1400-TAKE-PARTITION - A PARTITIONED RUN: PICK UP THE           *
023451*                       PARTITION'S COMPANY RANGE, RUN UNDER     *
023452*                       ITS OWN RUN ID AND THE STREAM'S RUN      *
023453*                       DATE, REFUSE A PARTITION ALREADY         *
023454*                       COMPLETE FOR THAT DATE, AND MARK ITS     *
023455*                       RESULT ROW RUNNING                       *
023456*****************************************************************
023457 1400-TAKE-PARTITION.
023458     OPEN INPUT  PTN-FILE.
023459     OPEN I-O    PTR-FILE.
023460
023461     MOVE WS-PTN-NO               TO  GLPTN-PARTITION-NO.
023462     READ PTN-FILE
023463         INVALID KEY
023464             DISPLAY "GLPOST - PARTITION " WS-PTN-NO
023465                     " NOT ON GLPSTPTN"
023466             STOP RUN.
023467     IF  NOT GLPTN-IS-ACTIVE
023468         DISPLAY "GLPOST - PARTITION " WS-PTN-NO " IS NOT ACTIVE"
023469         STOP RUN.
023470
023471     MOVE GLPTN-CO-FROM           TO  WS-PTN-CO-FROM.
023472     MOVE GLPTN-CO-TO             TO  WS-PTN-CO-TO.
023473     MOVE WS-PTN-NO               TO  WS-PTN-RUN-ID-NO.
023474     MOVE WS-PTN-RUN-ID           TO  WS-CKPT-RUN-ID.
023475     MOVE WS-PTN-RUN-ID           TO  WS-ALERT-PGM.
023476     IF  WS-PTN-RUN-DATE IS GREATER THAN ZERO
023477         MOVE WS-PTN-RUN-DATE     TO  WS-RUN-DATE.
023478
023479     MOVE WS-RUN-DATE             TO  GLPTR-RUN-DATE.
023480     MOVE WS-PTN-NO               TO  GLPTR-PARTITION-NO.
023481     READ PTR-FILE
023482         INVALID KEY
023483             CONTINUE
023484     END-READ.
023485     IF  NOT WS-PTR-OK AND NOT WS-PTR-NOT-FOUND
023486         DISPLAY "GLPOST - ERROR READING GLPSTPTR, STATUS "
023487                 WS-PTR-STATUS
023488         STOP RUN.
023489
023490     IF  WS-PTR-OK AND GLPTR-COMPLETE
023491         DISPLAY "GLPOST - PARTITION " WS-PTN-NO
023492                 " ALREADY COMPLETE FOR " WS-RUN-DATE
023493         STOP RUN.
023494
023495     IF  WS-PTR-OK
023496     AND (GLPTR-RUNNING OR GLPTR-FAILED)
023497         ADD 1                    TO  GLPTR-RESTART-CNT.
023498
023499     IF  WS-PTR-NOT-FOUND
023500         MOVE WS-RUN-DATE         TO  GLPTR-RUN-DATE
023501         MOVE WS-PTN-NO           TO  GLPTR-PARTITION-NO
023502         MOVE ZERO                TO  GLPTR-SUBMIT-TIME
023503         MOVE ZERO                TO  GLPTR-RESTART-CNT.
023504
023505     MOVE WS-PTN-CO-FROM          TO  GLPTR-CO-FROM.
023506     MOVE WS-PTN-CO-TO            TO  GLPTR-CO-TO.
023507     MOVE "I"                     TO  GLPTR-STATUS-SW.
023508     ACCEPT GLPTR-START-DATE      FROM DATE YYYYMMDD.
023509     ACCEPT GLPTR-START-TIME      FROM TIME.
023510     MOVE ZERO                    TO  GLPTR-END-DATE.
023511     MOVE ZERO                    TO  GLPTR-END-TIME.
023512     MOVE ZERO                    TO  GLPTR-READ-CNT.
023513     MOVE ZERO                    TO  GLPTR-OWNED-CNT.
023514     MOVE ZERO                    TO  GLPTR-POSTED-CNT.
023515     MOVE ZERO                    TO  GLPTR-REJECT-CNT.
023516     MOVE ZERO                    TO  GLPTR-SKIP-CNT.
023517     MOVE ZERO                    TO  GLPTR-TAX-GEN-CNT.
023518     MOVE ZERO                    TO  GLPTR-IN-AMT.
023519     MOVE ZERO                    TO  GLPTR-POSTED-AMT.
023520     MOVE ZERO                    TO  GLPTR-REJ-AMT.
023521     MOVE ZERO                    TO  GLPTR-HOME-AMT.
023522
023523     IF  WS-PTR-OK
023524         REWRITE GLPTR-RECORD
023525     ELSE
023526         WRITE GLPTR-RECORD.
023527     IF  NOT WS-PTR-OK
023528         DISPLAY "GLPOST - ERROR WRITING GLPSTPTR, STATUS "
023529                 WS-PTR-STATUS
023530         STOP RUN.
023531 1400-EXIT.
023532     EXIT.
023533
023534*****************************************************************
023535* 1500-SELECT-LINES - SORT INPUT PROCEDURE; EVERY PENDING        *
023536*                     LINE GOES TO THE SORT ON AN UNPARTITIONED  *
023537*                     RUN.  A PARTITION TAKES ONLY THE LINES     *
023538*                     WHOSE BATCH IT OWNS AND COUNTS EVERY LINE  *
023539*                     READ FOR THE CONSOLIDATED PROOF.  THE TAX  *
023540*                     PRE-PASS (1600) READS THE FILE ONCE FIRST  *
023541*****************************************************************
023542 1500-SELECT-LINES.
023543     PERFORM 1600-TAX-PREPASS     THRU 1600-EXIT.
023544     OPEN INPUT  JE-FILE.
023545     PERFORM 1510-SELECT-ONE-LINE THRU 1510-EXIT
023546         UNTIL WS-JE-EOF.
023547     CLOSE JE-FILE.
023548 1500-EXIT.
023549     EXIT.
023550
023551*****************************************************************
023552* 1510-SELECT-ONE-LINE - ONE TRANSACTION; A PARTITION OWNS IT    *
023553*                        WHEN ITS BATCH'S HEADER COMPANY IS IN   *
023554*                        THE PARTITION'S RANGE.  A LINE ALREADY  *
023555*                        MARKED ON THE RUN DATE STILL COUNTS AS  *
023556*                        READ, SO EVERY PARTITION SEES THE SAME  *
023557*                        NIGHT, BUT IS ONLY SELECTED AGAIN ON A  *
023558*                        RESTART, WHERE 2150 SKIPS WHAT POSTED   *
023559*****************************************************************
023560 1510-SELECT-ONE-LINE.
023561     READ JE-FILE NEXT RECORD
023562         AT END
023563             GO TO 1510-EXIT.
023564     IF  NOT GLPND-PENDING
023565     AND GLPND-STATUS-DATE IS NOT EQUAL TO WS-RUN-DATE
023566         GO TO 1510-SELECT-ONE-LINE.
023567     ADD 1                        TO  WS-JE-READ-CNT.
023568     IF  NOT GLPND-PENDING
023569     AND NOT WS-IS-RESTART
023570         GO TO 1510-EXIT.
023571
023572     IF  NOT WS-PTN-SINGLE-RUN
023573         PERFORM 1520-FIND-BATCH-OWNER THRU 1520-EXIT
023574         IF  WS-OWNER-CO-CODE IS LESS THAN WS-PTN-CO-FROM
023575         OR  WS-OWNER-CO-CODE IS GREATER THAN WS-PTN-CO-TO
023576             GO TO 1510-EXIT
023577         END-IF
023578     END-IF.
023579
023580     ADD 1                        TO  WS-JE-OWNED-CNT.
023581     RELEASE SRT-RECORD           FROM GLJE-RECORD.
023582     IF  GLJE-TAX-CODE IS NOT EQUAL TO SPACES
023583         PERFORM 1700-GENERATE-TAX THRU 1700-EXIT.
023584 1510-EXIT.
023585     EXIT.
023586
023587*****************************************************************
023588* 1520-FIND-BATCH-OWNER - THE COMPANY THAT DECIDES WHICH         *
023589*                         PARTITION OWNS THE LINE: THE BATCH     *
023590*                         HEADER'S, SO EVERY LINE OF A BATCH -   *
023591*                         INTERCOMPANY OFFSETS INCLUDED - POSTS  *
023592*                         IN ONE PARTITION.  A BATCH NOT ON FILE *
023593*                         FALLS BACK TO THE LINE'S OWN COMPANY;  *
023594*                         IT WILL REJECT WHEREVER IT LANDS       *
023595*****************************************************************
023596 1520-FIND-BATCH-OWNER.
023597     IF  WS-OWNER-CACHED
023598     AND GLJE-BATCH-NO IS EQUAL TO WS-OWNER-BATCH-NO
023599         GO TO 1520-EXIT.
023600
023601     MOVE "N"                     TO  WS-OWNER-CACHED-SW.
023602     MOVE GLJE-CO-CODE            TO  WS-OWNER-CO-CODE.
023603     MOVE GLJE-BATCH-NO           TO  GLBTCH-BATCH-NO.
023604     READ BTCH-FILE
023605         INVALID KEY
023606             GO TO 1520-EXIT.
023607
023608     MOVE GLBTCH-CO-CODE          TO  WS-OWNER-CO-CODE.
023609     MOVE GLJE-BATCH-NO           TO  WS-OWNER-BATCH-NO.
023610     MOVE "Y"                     TO  WS-OWNER-CACHED-SW.
023611 1520-EXIT.
023630     EXIT.
023632
023634*****************************************************************
023636* 1600-TAX-PREPASS - TABLE EVERY BATCH'S TAX-CODED LINES BY      *
023638*                    CODE, THEN PROVE EACH SUPPLIED TAX LINE     *
023640*                    AGAINST THE CODE'S RATE                     *
023642*****************************************************************
023644 1600-TAX-PREPASS.
023646     MOVE ZERO                    TO  WS-TX-CNT.
023648     MOVE ZERO                    TO  WS-TB-CNT.
023650     MOVE ZERO                    TO  WS-TAX-GEN-CNT.
023652     OPEN INPUT  JE-FILE.
023654     PERFORM 1610-TAX-ONE-LINE    THRU 1610-EXIT
023656         UNTIL WS-JE-EOF.
023658     CLOSE JE-FILE.
023660
023662     PERFORM 1630-PROVE-ONE-CODE  THRU 1630-EXIT
023664         VARYING WS-TX-IX FROM 1 BY 1
023666         UNTIL WS-TX-IX IS GREATER THAN WS-TX-CNT.
023668 1600-EXIT.
023670     EXIT.
023672
023674*****************************************************************
023676* 1610-TAX-ONE-LINE - FOLD ONE TAX-CODED LINE INTO ITS BATCH/    *
023678*                     CODE ROW: A LINE ON THE CODE'S TAX ACCOUNT *
023680*                     IS SUPPLIED TAX, ANY OTHER IS THE NET      *
023682*                     AMOUNT TAXED                               *
023684*****************************************************************
023686 1610-TAX-ONE-LINE.
023688     READ JE-FILE NEXT RECORD
023690         AT END
023692             GO TO 1610-EXIT.
023694     IF  NOT GLPND-PENDING
023696     AND (GLPND-STATUS-DATE IS NOT EQUAL TO WS-RUN-DATE
023698          OR NOT WS-IS-RESTART)
023700         GO TO 1610-TAX-ONE-LINE.
023702
023704     IF  GLJE-TAX-CODE IS EQUAL TO SPACES
023706         GO TO 1610-EXIT.
023708
023710     PERFORM 1620-FIND-TX-ENTRY   THRU 1620-EXIT.
023712     IF  NOT WS-TX-FOUND
023714         GO TO 1610-EXIT.
023716
023718     MULTIPLY GLJE-QTY BY GLJE-PRICE
023720         GIVING WS-TAX-LINE-AMT.
023722     IF  GLJE-CREDIT
023724         SUBTRACT WS-TAX-LINE-AMT FROM ZERO
023726             GIVING WS-TAX-LINE-AMT.
023728
023730     IF  WS-TX-CODE-FOUND (WS-TX-IX)
023732     AND GLJE-ACCT-NO IS EQUAL TO WS-TX-TAX-ACCT (WS-TX-IX)
023734         ADD WS-TAX-LINE-AMT      TO  WS-TX-SUPP-AMT (WS-TX-IX)
023736         MOVE "Y"                 TO  WS-TX-SUPP-SW (WS-TX-IX)
023738     ELSE
023740         ADD WS-TAX-LINE-AMT      TO  WS-TX-BASE-AMT (WS-TX-IX).
023742 1610-EXIT.
023744     EXIT.
023746
023748*****************************************************************
023750* 1620-FIND-TX-ENTRY - THE LINE'S BATCH/CODE ROW, ADDED THE      *
023752*                      FIRST TIME IT IS SEEN WITH THE CODE AS IN *
023754*                      EFFECT ON THE BATCH ENTRY DATE.  A CODE   *
023756*                      NOT IN EFFECT, OR NO ROOM TO TABLE IT,    *
023758*                      MARKS THE BATCH BAD                       *
023760*****************************************************************
023762 1620-FIND-TX-ENTRY.
023764     MOVE "N"                     TO  WS-TX-FOUND-SW.
023766     PERFORM 1625-TEST-TX-ENTRY   THRU 1625-EXIT
023768         VARYING WS-TX-IX FROM 1 BY 1
023770         UNTIL WS-TX-IX IS GREATER THAN WS-TX-CNT
023772            OR WS-TX-FOUND.
023774     IF  WS-TX-FOUND
023776         SUBTRACT 1               FROM WS-TX-IX
023778         GO TO 1620-EXIT.
023780
023782     MOVE GLJE-BATCH-NO           TO  WS-TAX-BATCH-NO.
023784     IF  WS-TX-CNT IS NOT LESS THAN 500
023786         DISPLAY "GLPOST - TAX TABLE FULL, BATCH " GLJE-BATCH-NO
023788         MOVE "TAX TABLE FULL"    TO  WS-TAX-REASON
023790         PERFORM 1640-MARK-BATCH-BAD THRU 1640-EXIT
023792         GO TO 1620-EXIT.
023794
023796     MOVE GLJE-BATCH-NO           TO  GLBTCH-BATCH-NO.
023798     READ BTCH-FILE
023800         INVALID KEY
023802             MOVE WS-RUN-DATE     TO  GLBTCH-ENTRY-DATE.
023804
023806     ADD 1                        TO  WS-TX-CNT.
023808     MOVE WS-TX-CNT               TO  WS-TX-IX.
023810     MOVE "Y"                     TO  WS-TX-FOUND-SW.
023812     MOVE GLJE-BATCH-NO           TO  WS-TX-BATCH-NO (WS-TX-IX).
023814     MOVE GLJE-TAX-CODE           TO  WS-TX-TAX-CODE (WS-TX-IX).
023816     MOVE GLBTCH-ENTRY-DATE       TO  WS-TX-ENTRY-DATE (WS-TX-IX).
023818     MOVE ZERO                    TO  WS-TX-BASE-AMT (WS-TX-IX).
023820     MOVE ZERO                    TO  WS-TX-SUPP-AMT (WS-TX-IX).
023822     MOVE "N"                     TO  WS-TX-SUPP-SW (WS-TX-IX).
023824
023826     MOVE "C"                     TO  GLTXA-FUNCTION.
023828     MOVE GLJE-TAX-CODE           TO  GLTXA-TAX-CODE.
023830     MOVE GLBTCH-ENTRY-DATE       TO  GLTXA-DATE.
023832     MOVE ZERO                    TO  GLTXA-NET-AMT.
023834     CALL "GLTAXCAL"         USING GLTXA-AREA.
023836     MOVE GLTXA-RESULT            TO  WS-TX-CODE-SW (WS-TX-IX).
023838     MOVE GLTXA-TAX-ACCT-NO       TO  WS-TX-TAX-ACCT (WS-TX-IX).
023840
023842     MOVE SPACES                  TO  WS-TAX-REASON.
023844     IF  NOT GLTXA-FOUND
023846         DISPLAY "GLPOST - TAX CODE " GLJE-TAX-CODE
023848                 " NOT IN EFFECT, BATCH " GLJE-BATCH-NO
023850         MOVE "INVALID TAX CODE"  TO  WS-TAX-REASON.
023852     PERFORM 1640-MARK-BATCH-BAD  THRU 1640-EXIT.
023854 1620-EXIT.
023856     EXIT.
023858
023860*****************************************************************
023862* 1625-TEST-TX-ENTRY - COMPARE ONE BATCH/CODE ROW                *
023969*****************************************************************
023972 1625-TEST-TX-ENTRY.
023975     IF  WS-TX-BATCH-NO (WS-TX-IX) IS EQUAL TO GLJE-BATCH-NO
023978     AND WS-TX-TAX-CODE (WS-TX-IX) IS EQUAL TO GLJE-TAX-CODE
023981         MOVE "Y"                 TO  WS-TX-FOUND-SW.
023984 1625-EXIT.
023987     EXIT.
023990
023993*****************************************************************
023996* 1630-PROVE-ONE-CODE - A SUPPLIED TAX LINE MUST AGREE WITH THE  *
023999*                       RATE ON THE BATCH'S NET AMOUNT FOR THE   *
024002*                       CODE WITHIN THE CODE'S TOLERANCE         *
024005*****************************************************************
024008 1630-PROVE-ONE-CODE.
024011     IF  NOT WS-TX-CODE-FOUND (WS-TX-IX)
024014     OR  NOT WS-TX-HAS-SUPPLIED (WS-TX-IX)
024017         GO TO 1630-EXIT.
024020
024023     MOVE "C"                     TO  GLTXA-FUNCTION.
024026     MOVE WS-TX-TAX-CODE (WS-TX-IX) TO GLTXA-TAX-CODE.
024029     MOVE WS-TX-ENTRY-DATE (WS-TX-IX) TO GLTXA-DATE.
024032     MOVE WS-TX-BASE-AMT (WS-TX-IX) TO GLTXA-NET-AMT.
024035     CALL "GLTAXCAL"         USING GLTXA-AREA.
024038
024041     SUBTRACT GLTXA-RECOV-AMT FROM WS-TX-SUPP-AMT (WS-TX-IX)
024044         GIVING WS-TAX-DIFF.
024047     IF  WS-TAX-DIFF IS NEGATIVE
024050         SUBTRACT WS-TAX-DIFF FROM ZERO GIVING WS-TAX-DIFF.
024053     IF  WS-TAX-DIFF IS NOT GREATER THAN GLTXA-TOLERANCE
024056         GO TO 1630-EXIT.
024059
024062     DISPLAY "GLPOST - TAX OUT OF TOLERANCE, BATCH "
024065             WS-TX-BATCH-NO (WS-TX-IX) " CODE "
024068             WS-TX-TAX-CODE (WS-TX-IX).
024071     MOVE WS-TX-BATCH-NO (WS-TX-IX) TO WS-TAX-BATCH-NO.
024074     MOVE "TAX OUT OF TOLERANCE"  TO  WS-TAX-REASON.
024077     PERFORM 1640-MARK-BATCH-BAD  THRU 1640-EXIT.
024080 1630-EXIT.
024083     EXIT.
024086
024089*****************************************************************
024092* 1640-MARK-BATCH-BAD - THE BATCH'S ROW OF THE TAX BATCH TABLE,  *
024095*                       ADDED IF NEW; A NONBLANK REASON IS KEPT  *
024098*                       UNLESS ONE IS ALREADY RECORDED           *
024101*****************************************************************
024104 1640-MARK-BATCH-BAD.
024107     PERFORM 1645-FIND-TB-ENTRY   THRU 1645-EXIT.
024110     IF  NOT WS-TB-FOUND
024113         IF  WS-TB-CNT IS NOT LESS THAN 200
024116             DISPLAY "GLPOST - TAX BATCH TABLE FULL, BATCH "
024119                     WS-TAX-BATCH-NO
024122             GO TO 1640-EXIT
024125         END-IF
024128         ADD 1                    TO  WS-TB-CNT
024131         MOVE WS-TB-CNT           TO  WS-TB-IX
024134         MOVE WS-TAX-BATCH-NO     TO  WS-TB-BATCH-NO (WS-TB-IX)
024137         MOVE SPACES              TO  WS-TB-REASON (WS-TB-IX)
024140         MOVE ZERO                TO  WS-TB-GEN-CNT (WS-TB-IX)
024143         MOVE "Y"                 TO  WS-TB-FOUND-SW
024146     END-IF.
024149
024152     IF  WS-TB-REASON (WS-TB-IX) IS EQUAL TO SPACES
024155         MOVE WS-TAX-REASON       TO  WS-TB-REASON (WS-TB-IX).
024158 1640-EXIT.
024161     EXIT.
024164
024167*****************************************************************
024170* 1645-FIND-TB-ENTRY - LOOK UP WS-TAX-BATCH-NO IN THE TAX BATCH  *
024173*                      TABLE                                     *
024176*****************************************************************
024179 1645-FIND-TB-ENTRY.
024182     MOVE "N"                     TO  WS-TB-FOUND-SW.
024185     PERFORM 1647-TEST-TB-ENTRY   THRU 1647-EXIT
024188         VARYING WS-TB-IX FROM 1 BY 1
024191         UNTIL WS-TB-IX IS GREATER THAN WS-TB-CNT
024194            OR WS-TB-FOUND.
024197     IF  WS-TB-FOUND
024200         SUBTRACT 1               FROM WS-TB-IX.
024203 1645-EXIT.
024206     EXIT.
024209
024212*****************************************************************
024215* 1647-TEST-TB-ENTRY - COMPARE ONE TAX BATCH ROW                 *
024218*****************************************************************
024221 1647-TEST-TB-ENTRY.
024224     IF  WS-TB-BATCH-NO (WS-TB-IX) IS EQUAL TO WS-TAX-BATCH-NO
024227         MOVE "Y"                 TO  WS-TB-FOUND-SW.
024230 1647-EXIT.
024233     EXIT.
024236
024239*****************************************************************
024242* 1700-GENERATE-TAX - A NET LINE WHOSE BATCH SUPPLIED NO TAX     *
024245*                     LINE FOR ITS CODE: RELEASE THE TAX AT THE  *
024248*                     CODE'S RATE ON THE SAME SIDE - THE         *
024251*                     RECOVERABLE PART TO THE TAX ACCOUNT UNDER  *
024254*                     THE CODE, ANY NON-RECOVERABLE PART TO THE  *
024257*                     NET LINE'S OWN ACCOUNT AS COST, UNCODED    *
024260*****************************************************************
024263 1700-GENERATE-TAX.
024266     MOVE "N"                     TO  WS-TX-FOUND-SW.
024269     PERFORM 1625-TEST-TX-ENTRY   THRU 1625-EXIT
024272         VARYING WS-TX-IX FROM 1 BY 1
024275         UNTIL WS-TX-IX IS GREATER THAN WS-TX-CNT
024278            OR WS-TX-FOUND.
024281     IF  NOT WS-TX-FOUND
024284         GO TO 1700-EXIT.
024287     SUBTRACT 1                   FROM WS-TX-IX.
024290
024293     IF  NOT WS-TX-CODE-FOUND (WS-TX-IX)
024296     OR  WS-TX-HAS-SUPPLIED (WS-TX-IX)
024299     OR  GLJE-ACCT-NO IS EQUAL TO WS-TX-TAX-ACCT (WS-TX-IX)
024302         GO TO 1700-EXIT.
024305
024308     MOVE GLJE-BATCH-NO           TO  WS-TAX-BATCH-NO.
024311     PERFORM 1645-FIND-TB-ENTRY   THRU 1645-EXIT.
024314     IF  NOT WS-TB-FOUND
024317         GO TO 1700-EXIT.
024320     IF  WS-TB-REASON (WS-TB-IX) IS NOT EQUAL TO SPACES
024323         GO TO 1700-EXIT.
024326
024329     MOVE "C"                     TO  GLTXA-FUNCTION.
024332     MOVE GLJE-TAX-CODE           TO  GLTXA-TAX-CODE.
024335     MOVE WS-TX-ENTRY-DATE (WS-TX-IX) TO GLTXA-DATE.
024338     MULTIPLY GLJE-QTY BY GLJE-PRICE
024341         GIVING GLTXA-NET-AMT.
024344     CALL "GLTAXCAL"         USING GLTXA-AREA.
024347     IF  NOT GLTXA-FOUND
024350         GO TO 1700-EXIT.
024353
024356     MOVE 1                       TO  GLJE-PRICE.
024359
024362     IF  GLTXA-NONREC-AMT IS NOT EQUAL TO ZERO
024365         ADD 1                    TO  WS-TB-GEN-CNT (WS-TB-IX)
024368         ADD 9000 WS-TB-GEN-CNT (WS-TB-IX)
024371             GIVING GLJE-LINE-NO
024374         MOVE GLTXA-NONREC-AMT    TO  GLJE-QTY
024377         MOVE SPACES              TO  GLJE-TAX-CODE
024380         RELEASE SRT-RECORD       FROM GLJE-RECORD
024383         ADD 1                    TO  WS-TAX-GEN-CNT
024386     END-IF.
024389
024392     IF  GLTXA-RECOV-AMT IS NOT EQUAL TO ZERO
024395         ADD 1                    TO  WS-TB-GEN-CNT (WS-TB-IX)
024398         ADD 9000 WS-TB-GEN-CNT (WS-TB-IX)
024401             GIVING GLJE-LINE-NO
024404         MOVE GLTXA-TAX-ACCT-NO   TO  GLJE-ACCT-NO
024407         MOVE GLTXA-RECOV-AMT     TO  GLJE-QTY
024410         MOVE GLTXA-TAX-CODE      TO  GLJE-TAX-CODE
024413         MOVE SPACES              TO  GLJE-DEPT-CODE
024416         MOVE SPACES              TO  GLJE-PROJECT-CODE
024419         RELEASE SRT-RECORD       FROM GLJE-RECORD
024422         ADD 1                    TO  WS-TAX-GEN-CNT
024425     END-IF.
024428 1700-EXIT.
024431     EXIT.
024434
024437*****************************************************************
024440* 2000-PROCESS-SORTED - SORT OUTPUT PROCEDURE; SKIPS PAST        *
024443*                       ANYTHING ALREADY POSTED BY A PRIOR RUN   *
024446*                       THEN DRIVES THE COMPANY/ACCOUNT-SEQUENCED*
024449*                       POSTING LOOP, FLUSHING THE LAST ACCOUNT  *
024452*                       HELD IN MEMORY WHEN THE SORT IS EXHAUSTED*
024455*****************************************************************
024458 2000-PROCESS-SORTED.
024459     OPEN I-O    JE-FILE.
024461     PERFORM 2100-RETURN-SORTED  THRU 2100-EXIT.
024464     PERFORM 2150-SKIP-ALREADY-POSTED THRU 2150-EXIT
024467         UNTIL WS-SORT-EOF
024470         OR    WS-PAST-RESTART-POINT.
024473     PERFORM 2020-PROCESS-ONE-TXN THRU 2020-EXIT
024476         UNTIL WS-SORT-EOF.
024479
024482     IF  WS-ACCT-IS-LOADED
024485         PERFORM 2900-REWRITE-LOADED-ACCT THRU 2900-EXIT.
024700 2000-EXIT.
024710     EXIT.
024720
024820         PERFORM 2050-VALIDATE-ACCOUNT THRU 2050-EXIT
024830         PERFORM 2060-VALIDATE-CURRENCY THRU 2060-EXIT
024835         PERFORM 2065-VALIDATE-DEPT THRU 2065-EXIT
024836         PERFORM 2066-VALIDATE-PROJECT THRU 2066-EXIT
024837         PERFORM 2075-VALIDATE-SEGMENTS THRU 2075-EXIT
024838         PERFORM 2070-CHECK-FUNDS THRU 2070-EXIT
024840     ELSE
024850         DISPLAY "GLPOST - REJECTED, " WS-REJ-REASON
024860                 " BATCH " SRT-BATCH-NO
024880         MOVE "N"                TO  WS-ACCT-VALID-SW
024890         MOVE "N"                TO  WS-CURR-VALID-SW
024895         MOVE "N"                TO  WS-DEPT-VALID-SW
024896         MOVE "N"                TO  WS-PROJ-VALID-SW
024897         MOVE "N"                TO  WS-SEG-VALID-SW
024898         MOVE "Y"                TO  WS-FUNDS-VALID-SW
024900     END-IF.
024910
024920     IF  WS-ACCT-IS-VALID AND WS-CURR-IS-VALID
024930         AND WS-BATCH-IS-VALID AND WS-PERIOD-IS-VALID
024935         AND WS-DEPT-IS-VALID AND WS-FUNDS-IS-VALID
024937         AND WS-SEG-IS-VALID AND WS-PROJ-IS-VALID
024940         MOVE "N"                    TO  WS-IO-FAIL-SW
025000         PERFORM 2200-CALCULATE-EXTENSION THRU 2200-EXIT
025005         PERFORM 2210-CONVERT-CURRENCY    THRU 2210-EXIT
025100         PERFORM 2300-WRITE-POSTING       THRU 2300-EXIT
025105         PERFORM 2310-WRITE-HISTORY       THRU 2310-EXIT
025107         PERFORM 2320-UPDATE-PERIOD-BAL   THRU 2320-EXIT
025108         PERFORM 2332-REOPEN-RECONS       THRU 2332-EXIT
025109         PERFORM 2340-UPDATE-DEPT-ACTUAL  THRU 2340-EXIT
025112         PERFORM 2345-UPDATE-PROJ-ACTUAL  THRU 2345-EXIT
025115         PERFORM 2260-LOG-POSTING         THRU 2260-EXIT
025120         PERFORM 2270-MARK-LINE-POSTED    THRU 2270-EXIT
025200         PERFORM 2350-UPDATE-CKPT         THRU 2350-EXIT
025210         IF  WS-IO-FAILED
025220             PERFORM 2420-BACKOUT-FAILED-LINE THRU 2420-EXIT
025310             ADD WS-ENT-EXT-AMT      TO  WS-RPT-POSTED-AMT
025320             ADD GLPST-EXT-AMT       TO  WS-RPT-HOME-AMT
025330             PERFORM 2380-TALLY-BATCH THRU 2380-EXIT
025332             IF  WS-LATER-FOUND
025334                 PERFORM 2385-TALLY-RESTATED THRU 2385-EXIT
025336             END-IF
025340         END-IF
025400     ELSE
025410         IF  WS-BATCH-IS-VALID AND NOT WS-PERIOD-IS-VALID
025846                     SRT-ACCT-NO
025850             MOVE "INVALID SEGMENT"  TO  WS-REJ-REASON
025854         END-IF
025855         IF  WS-BATCH-IS-VALID AND WS-PERIOD-IS-VALID
025856             AND WS-ACCT-IS-VALID AND WS-CURR-IS-VALID
025857             AND WS-DEPT-IS-VALID AND WS-SEG-IS-VALID
025858             AND NOT WS-PROJ-IS-VALID
025859             DISPLAY "GLPOST - REJECTED, INVALID PROJECT "
025860                     SRT-PROJECT-CODE
025861             IF  WS-PROJ-IS-CLOSED
025862                 MOVE "PROJECT CLOSED"  TO  WS-REJ-REASON
025863             ELSE
025864                 MOVE "INVALID PROJECT" TO  WS-REJ-REASON
025865             END-IF
025866         END-IF
025867         IF  WS-BATCH-IS-VALID AND WS-PERIOD-IS-VALID
025868             AND WS-ACCT-IS-VALID AND WS-CURR-IS-VALID
025869             AND WS-DEPT-IS-VALID AND WS-SEG-IS-VALID
025870             AND WS-PROJ-IS-VALID
025871             AND NOT WS-FUNDS-IS-VALID
025874             DISPLAY "GLPOST - REJECTED, OVER BUDGET "
025878                     SRT-ACCT-NO
025882             MOVE "OVER BUDGET"    TO  WS-REJ-REASON
026500
026600*****************************************************************
026700* 2040-CHECK-BATCH-BALANCE - THE BATCH MUST BE ON FILE AND      *
026800*                            FLAGGED DEBITS = CREDITS, AND A    *
026833*                            BOOK BATCH'S BOOK MUST BE ON       *
026866*                            GLBOOKS AND ACTIVE, AND THE TAX    *
026876*                            PRE-PASS MUST NOT HAVE FAILED IT    *
026900*****************************************************************
027000 2040-CHECK-BATCH-BALANCE.
027100     MOVE "N"                    TO  WS-BATCH-VALID-SW.
027802         PERFORM 2042-LOG-VIOLATION THRU 2042-EXIT
027803         GO TO 2040-EXIT.
027804
027812     IF  NOT GLBTCH-BASE-LEDGER
027820         MOVE "INVALID BOOK"     TO  WS-REJ-REASON
027828         MOVE GLBTCH-BOOK-CODE   TO  GLBOOK-BOOK-CODE
027836         READ BOOK-FILE
027844             INVALID KEY
027852                 GO TO 2040-EXIT
027860         END-READ
027868         IF  NOT GLBOOK-IS-ACTIVE
027876             GO TO 2040-EXIT.
027884
027886     MOVE SRT-BATCH-NO           TO  WS-TAX-BATCH-NO.
027888     PERFORM 1645-FIND-TB-ENTRY  THRU 1645-EXIT.
027890     IF  WS-TB-FOUND
027892     AND WS-TB-REASON (WS-TB-IX) IS NOT EQUAL TO SPACES
027894         MOVE WS-TB-REASON (WS-TB-IX) TO WS-REJ-REASON
027896         GO TO 2040-EXIT.
027898
027900     MOVE "Y"                    TO  WS-BATCH-VALID-SW.
028000 2040-EXIT.
028100     EXIT.
028130 2042-LOG-VIOLATION.
028134     MOVE WS-USER-ID             TO  GLLOG-USER-ID.
028138     ACCEPT GLLOG-DATE           FROM DATE YYYYMMDD.
028140     ACCEPT GLLOG-TIME           FROM TIME.
028142     MOVE SRT-BATCH-NO           TO  GLLOG-BATCH-NO.
028144     MOVE SRT-LINE-NO            TO  GLLOG-LINE-NO.
028146     MOVE SRT-ACCT-NO            TO  GLLOG-ACCT-NO.
028148     MOVE "X"                    TO  GLLOG-DR-CR-CODE.
028150     MOVE ZERO                   TO  GLLOG-BAL-BEFORE.
028152     MOVE ZERO                   TO  GLLOG-BAL-AFTER.
028154     MOVE "L"                    TO  GLLCH-FUNCTION.
028156     MOVE "Y"                    TO  GLLCH-COMMIT-SW.
028158     CALL "GLLOGCHN"         USING GLLCH-AREA
028160                                   GLLOG-RECORD.
028162     WRITE GLLOG-RECORD.
028174     IF  NOT WS-LOG-OK
028178         DISPLAY "GLPOST - ERROR WRITING GLLOGREC, STATUS "
028182                 WS-LOG-STATUS
028437*                         LINE SO THE BALANCE IS NEVER LOST ON AN*
028438*                         ABEND, AND 2900-REWRITE-LOADED-ACCT IS *
028440*                         JUST A SAFETY FLUSH FOR AN ACCOUNT     *
028442*                         WHOSE LAST LINE WAS REJECTED.  ON A    *
028452*                         PARTITIONED RUN ANY ACCOUNT, EVEN ONE  *
028462*                         OF THE PARTITION'S OWN COMPANIES, MAY  *
028472*                         BE UPDATED BY ANOTHER PARTITION'S      *
028482*                         INTERCOMPANY OFFSET BETWEEN LINES, SO  *
028492*                         IT IS RE-READ UNDER LOCK FOR EVERY     *
028497*                         LINE, NEVER HELD                       *
028502*****************************************************************
028600 2050-VALIDATE-ACCOUNT.
028700     MOVE "N"                    TO  WS-ACCT-VALID-SW.
028710
029410     MOVE "Y"                    TO  WS-ACCT-LOADED-SW.
029420     MOVE SRT-CO-CODE            TO  WS-LOADED-CO-CODE.
029430     MOVE SRT-ACCT-NO            TO  WS-LOADED-ACCT-NO.
029440     IF  NOT WS-PTN-SINGLE-RUN
029470         MOVE "N"                TO  WS-ACCT-LOADED-SW.
029500 2050-EXIT.
029600     EXIT.
029605
029635     MOVE "N"                    TO  WS-ACCT-LOADED-SW.
029640 2900-EXIT.
029645     EXIT.
029646
029647*****************************************************************
029648* 2060-VALIDATE-CURRENCY - LOOK UP THE LINE'S CURRENCY CODE ON  *
029649*                          THE EXCHANGE-RATE MASTER; A BLANK    *
029650*                          CODE DEFAULTS TO THE HOME CURRENCY   *
029660*****************************************************************
029670 2060-VALIDATE-CURRENCY.
030122 2065-EXIT.
030128     EXIT.
030134
030135*****************************************************************
030136* 2066-VALIDATE-PROJECT - A BLANK PROJECT MEANS THE LINE IS NOT *
030137*                         PROJECT COST AND IS ALWAYS VALID;     *
030138*                         OTHERWISE THE PROJECT MUST BE ON THE  *
030139*                         PROJECT MASTER FOR THE LINE'S         *
030140*                         COMPANY AND STILL OPEN - A CLOSED OR  *
030141*                         CAPITALIZED PROJECT TAKES NO MORE     *
030142*                         COST, EXCEPT THAT A CAPITAL PROJECT'S *
030143*                         OWN CAPITALIZATION ("PCAP") BATCH     *
030144*                         FROM GLPRJCAP MAY RELIEVE IT          *
030145*****************************************************************
030146 2066-VALIDATE-PROJECT.
030147     MOVE "N"                    TO  WS-PROJ-VALID-SW.
030148
030149     IF  SRT-PROJECT-CODE IS EQUAL TO SPACES
030150         MOVE "Y"                TO  WS-PROJ-VALID-SW
030151         GO TO 2066-EXIT.
030152
030153     MOVE SRT-CO-CODE            TO  GLPRJ-CO-CODE.
030154     MOVE SRT-PROJECT-CODE       TO  GLPRJ-PROJECT-CODE.
030155
030156     READ PRJ-FILE
030157         INVALID KEY
030158             GO TO 2066-EXIT.
030159
030160     IF  GLPRJ-IS-OPEN
030161         MOVE "Y"                TO  WS-PROJ-VALID-SW
030162     ELSE
030163         MOVE "C"                TO  WS-PROJ-VALID-SW.
030164
030165     IF  GLPRJ-IS-CAPITAL
030166     AND GLBTCH-SOURCE-CODE IS EQUAL TO "PCAP"
030167         MOVE "Y"                TO  WS-PROJ-VALID-SW.
030168 2066-EXIT.
030169     EXIT.
030170
030171*****************************************************************
030172* 2070-CHECK-FUNDS - OPTIONAL FUNDS CONTROL.  A DEBIT TO AN      *
030173*                     EXPENSE ACCOUNT WITH A BUDGET ROW AT       *
030174*                     THE LINE'S COMPANY/ACCOUNT/DEPT AND        *
030175*                     THE BATCH'S PERIOD IS TESTED: DEPT         *
030176*                     ACTUALS TO DATE PLUS OPEN ENCUMBRANCES     *
030177*                     (GLENCUM) PLUS THIS LINE (AT THE           *
030178*                     RATE 2060 FOUND, SO FOREIGN LINES TEST     *
030179*                     AT HOME-CURRENCY MAGNITUDE) OVER           *
030180*                     GLBUD-AMOUNT EITHER WARNS OR REJECTS       *
030182*                     PER THE RUN OPTION                         *
030188*****************************************************************
030194 2070-CHECK-FUNDS.
030224     OR  NOT WS-BATCH-IS-VALID
030227     OR  NOT WS-CURR-IS-VALID
030230     OR  NOT SRT-DEBIT
030233     OR  NOT GLBTCH-BASE-LEDGER
030236         GO TO 2070-EXIT.
030242
030248     IF  NOT GLCOA-TYPE-EXPENSE
030554             GO TO 2075-EXIT.
030556     IF  GLSEG-IS-INACTIVE
030558         GO TO 2075-EXIT.
030559
030560     MOVE 2                      TO  GLSEG-SEG-NO.
030561     MOVE WS-SEG-NATURAL         TO  GLSEG-VALUE.
030562     READ SEG-FILE
030563         INVALID KEY
030564             GO TO 2075-EXIT.
030565     IF  GLSEG-IS-INACTIVE
030566         GO TO 2075-EXIT.
030567
030568     MOVE 3                      TO  GLSEG-SEG-NO.
030569     MOVE WS-SEG-SUB             TO  GLSEG-VALUE.
030570     READ SEG-FILE
030571         INVALID KEY
030572             GO TO 2075-EXIT.
030573     IF  GLSEG-IS-INACTIVE
030574         GO TO 2075-EXIT.
030575
030576     MOVE "Y"                    TO  WS-SEG-VALID-SW.
030577 2075-EXIT.
030578     EXIT.
030579
030580*****************************************************************
030581* 2200-CALCULATE-EXTENSION - MULTIPLY QUANTITY BY PRICE, IN     *
030582*                            THE LINE'S ORIGINAL CURRENCY       *
030583*****************************************************************
030584 2200-CALCULATE-EXTENSION.
030585     MULTIPLY SRT-QTY BY SRT-PRICE
030586             GIVING WS-FOREIGN-AMT.
030587 2200-EXIT.
030588     EXIT.
030589
030590*****************************************************************
030591* 2210-CONVERT-CURRENCY - CONVERT THE FOREIGN-CURRENCY          *
030592*                         EXTENSION TO HOME CURRENCY USING THE  *
030593*                         RATE FOUND IN 2060-VALIDATE-CURRENCY  *
030594*****************************************************************
030595 2210-CONVERT-CURRENCY.
030596     MULTIPLY WS-FOREIGN-AMT BY WS-EXCH-RATE
030597             GIVING GLPST-EXT-AMT.
030598 2210-EXIT.
030599     EXIT.
030600
030601*****************************************************************
030602* 2250-UPDATE-ACCT-BALANCE - APPLY THE EXTENDED AMOUNT TO THE   *
030603*                            ACCOUNT'S CURRENT BALANCE, THE     *
030604*                            SAME DEBIT-ADDS/CREDIT-SUBTRACTS   *
030605*                            CONVENTION THE TRIAL BALANCE USES. *
030606*                            A BOOK BATCH UPDATES THE BOOK'S    *
030607*                            OWN BALANCE (2255) AND LEAVES      *
030608*                            GLCOA ALONE                        *
030609*****************************************************************
030610 2250-UPDATE-ACCT-BALANCE.
030611     IF  WS-IO-FAILED
030612         GO TO 2250-EXIT.
030613     IF  NOT GLBTCH-BASE-LEDGER
030614         PERFORM 2255-UPDATE-BOOK-ACCT THRU 2255-EXIT
030615         GO TO 2250-EXIT.
030616     MOVE GLCOA-CURR-BAL         TO  WS-BAL-BEFORE.
030617
030618     IF  GLCOA-TYPE-STAT
030619         IF  SRT-DEBIT
030620             ADD SRT-QTY         TO  GLCOA-CURR-BAL
030621         ELSE
030622             SUBTRACT SRT-QTY    FROM GLCOA-CURR-BAL
030623         END-IF
030624     ELSE
030625     IF  SRT-DEBIT
030626         ADD GLPST-EXT-AMT       TO  GLCOA-CURR-BAL
030630     ELSE
030640         SUBTRACT GLPST-EXT-AMT  FROM GLCOA-CURR-BAL
030650     END-IF
030691     EXIT.
030692
030693*****************************************************************
030694* 2255-UPDATE-BOOK-ACCT - APPLY THE LINE TO THE BOOK'S BALANCE   *
030695*                         FOR THE COMPANY/ACCOUNT (GLBKACCT)     *
030696*                         BY THE SAME CONVENTION 2250 USES,      *
030697*                         CREATING THE ROW ON THE BOOK'S FIRST   *
030698*                         POSTING TO THE ACCOUNT                 *
030699*****************************************************************
030700 2255-UPDATE-BOOK-ACCT.
030701     MOVE "Y"                    TO  WS-BKA-FOUND-SW.
030702     MOVE GLBTCH-BOOK-CODE       TO  GLBKA-BOOK-CODE.
030703     MOVE SRT-CO-CODE            TO  GLBKA-CO-CODE.
030704     MOVE SRT-ACCT-NO            TO  GLBKA-ACCT-NO.
030705     READ BKA-FILE
030706         INVALID KEY
030707             MOVE "N"            TO  WS-BKA-FOUND-SW
030708             MOVE ZERO           TO  GLBKA-CURR-BAL
030709             MOVE ZERO           TO  GLBKA-PRIOR-YR-BAL.
030710     MOVE GLBKA-CURR-BAL         TO  WS-BAL-BEFORE.
030711
030712     IF  GLCOA-TYPE-STAT
030713         IF  SRT-DEBIT
030714             ADD SRT-QTY         TO  GLBKA-CURR-BAL
030715         ELSE
030716             SUBTRACT SRT-QTY    FROM GLBKA-CURR-BAL
030717         END-IF
030718     ELSE
030719     IF  SRT-DEBIT
030720         ADD GLPST-EXT-AMT       TO  GLBKA-CURR-BAL
030721     ELSE
030722         SUBTRACT GLPST-EXT-AMT  FROM GLBKA-CURR-BAL
030723     END-IF
030724     END-IF.
030725
030726     MOVE GLBKA-CURR-BAL         TO  WS-BAL-AFTER.
030727     MOVE WS-RUN-DATE            TO  GLBKA-LAST-POST-DATE.
030728     IF  WS-BKA-FOUND
030729         REWRITE GLBKA-RECORD
030730     ELSE
030731         WRITE GLBKA-RECORD.
030732     IF  NOT WS-BKA-OK
030733         DISPLAY "GLPOST - ERROR UPDATING GLBKACCT, STATUS "
030734                 WS-BKA-STATUS
030735         MOVE "Y"                TO  WS-IO-FAIL-SW.
030736 2255-EXIT.
030737     EXIT.
030738
030747*****************************************************************
030756* 2260-LOG-POSTING - WRITE THE AUDIT-TRAIL ROW FOR THIS POSTING *
030765*****************************************************************
030774 2260-LOG-POSTING.
030783     IF  WS-IO-FAILED
030792         GO TO 2260-EXIT.
030801     MOVE WS-USER-ID             TO  GLLOG-USER-ID.
030810     ACCEPT GLLOG-DATE           FROM DATE YYYYMMDD.
030819     ACCEPT GLLOG-TIME           FROM TIME.
030828     MOVE SRT-BATCH-NO           TO  GLLOG-BATCH-NO.
030837     MOVE SRT-LINE-NO            TO  GLLOG-LINE-NO.
030846     MOVE SRT-ACCT-NO            TO  GLLOG-ACCT-NO.
030855     MOVE SRT-DR-CR-CODE         TO  GLLOG-DR-CR-CODE.
030864     MOVE WS-BAL-BEFORE          TO  GLLOG-BAL-BEFORE.
030873     MOVE WS-BAL-AFTER           TO  GLLOG-BAL-AFTER.
030874     MOVE "L"                    TO  GLLCH-FUNCTION.
030875     MOVE "Y"                    TO  GLLCH-COMMIT-SW.
030876     CALL "GLLOGCHN"         USING GLLCH-AREA
030877                                   GLLOG-RECORD.
030882     WRITE GLLOG-RECORD.
030891     IF  NOT WS-LOG-OK
030900         DISPLAY "GLPOST - ERROR WRITING GLLOGREC, STATUS "
030909                 WS-LOG-STATUS
030918         MOVE "Y"                TO  WS-IO-FAIL-SW.
030927 2260-EXIT.
030928     EXIT.
030929
030930*****************************************************************
030931* 2270-MARK-LINE-POSTED - MARK THE LINE POSTED IN GLTRANIN,    *
030932*                         INSIDE THE LINE'S UNIT OF WORK       *
030933*****************************************************************
030934 2270-MARK-LINE-POSTED.
030935     IF  WS-IO-FAILED
030936         GO TO 2270-EXIT.
030937     MOVE "X"                    TO  WS-JE-MARK-CODE.
030938     PERFORM 2275-MARK-JE-LINE   THRU 2275-EXIT.
030939     IF  WS-JE-MARK-FAILED
030940         MOVE "Y"                TO  WS-IO-FAIL-SW.
030941 2270-EXIT.
030942     EXIT.
030943
030944*****************************************************************
030945* 2275-MARK-JE-LINE - SET THE LINE'S GLTRANIN STATUS TO THE     *
030946*                     MARK CODE, DATED THE RUN DATE.  A TAX     *
030947*                     LINE POSTING GENERATED HAS NO GLTRANIN    *
030948*                     ROW AND IS PASSED OVER                    *
030949*****************************************************************
030950 2275-MARK-JE-LINE.
030951     MOVE "N"                    TO  WS-JE-MARK-FAIL-SW.
030952     MOVE SRT-BATCH-NO           TO  GLPND-BATCH-NO.
030953     MOVE SRT-LINE-NO            TO  GLPND-LINE-NO.
030954     READ JE-FILE
030955         INVALID KEY
030956             GO TO 2275-EXIT.
030957
030958     MOVE WS-JE-MARK-CODE        TO  GLPND-STATUS-SW.
030959     MOVE WS-RUN-DATE            TO  GLPND-STATUS-DATE.
030960     REWRITE GLPND-RECORD.
030961     IF  NOT WS-JE-OK
030962         DISPLAY "GLPOST - ERROR MARKING GLTRANIN, STATUS "
030963                 WS-JE-STATUS
030964         MOVE "Y"                TO  WS-JE-MARK-FAIL-SW.
030965 2275-EXIT.
030966     EXIT.
030967
030968*****************************************************************
030969* 2300-WRITE-POSTING - BUILD AND WRITE THE POSTED GL RECORD      *
030970*****************************************************************
031000 2300-WRITE-POSTING.
031005     IF  WS-IO-FAILED
031007         GO TO 2300-EXIT.
031017     MOVE SRT-CO-CODE            TO  GLPST-CO-CODE.
031100     MOVE SRT-BATCH-NO           TO  GLPST-BATCH-NO.
031200     MOVE SRT-LINE-NO            TO  GLPST-LINE-NO.
031300     MOVE SRT-ACCT-NO            TO  GLPST-ACCT-NO.
032247     MOVE SRT-DEPT-CODE          TO  GLHST-DEPT-CODE.
032248     MOVE "N"                    TO  GLHST-BANK-MATCH-SW.
032249     MOVE SRT-DOC-REF            TO  GLHST-DOC-REF.
032250     MOVE GLBTCH-BOOK-CODE       TO  GLHST-BOOK-CODE.
032251     MOVE SRT-PROJECT-CODE       TO  GLHST-PROJECT-CODE.
032252     MOVE SRT-TAX-CODE           TO  GLHST-TAX-CODE.
032253
032254     WRITE GLHST-RECORD.
032255     IF  WS-HST-STATUS IS EQUAL TO "22"
032256         REWRITE GLHST-RECORD.
032257     IF  NOT WS-HST-OK
032258         DISPLAY "GLPOST - ERROR WRITING GLHIST, STATUS "
032259                 WS-HST-STATUS
032260         MOVE "Y"                TO  WS-IO-FAIL-SW.
032261 2310-EXIT.
032262     EXIT.
032264
032300*****************************************************************
032400* 2350-UPDATE-CKPT - RECORD THIS TRANSACTION AS THE LAST ONE    *
032500*                    SUCCESSFULLY POSTED, WITH THE RUN'S PROOF  *
032510*                    TOTALS AS THEY WILL STAND ONCE THE LINE    *
032520*                    COMMITS                                    *
032600*****************************************************************
032700 2350-UPDATE-CKPT.
032750     IF  WS-IO-FAILED
032900     MOVE SRT-BATCH-NO           TO  GLCKPT-LAST-BATCH-NO.
033000     MOVE SRT-LINE-NO            TO  GLCKPT-LAST-LINE-NO.
033100     MOVE "I"                    TO  GLCKPT-STATUS-SW.
033110     ADD 1 WS-REC-CNT            GIVING GLCKPT-POSTED-CNT.
033120     MOVE WS-REJ-CNT             TO  GLCKPT-REJECT-CNT.
033130     MOVE WS-RPT-IN-AMT          TO  GLCKPT-IN-AMT.
033140     ADD WS-ENT-EXT-AMT WS-RPT-POSTED-AMT
033150         GIVING GLCKPT-POSTED-AMT.
033160     MOVE WS-RPT-REJ-AMT         TO  GLCKPT-REJ-AMT.
033170     ADD GLPST-EXT-AMT WS-RPT-HOME-AMT
033180         GIVING GLCKPT-HOME-AMT.
033200     REWRITE GLCKPT-RECORD.
033201     IF  NOT WS-CKPT-OK
033202         DISPLAY "GLPOST - ERROR REWRITING GLCKPTREC, STATUS "
033416*                          ACCOUNT'S ROW FOR THE POSTING         *
033418*                          PERIOD ON THE BALANCE HISTORY         *
033420*                          FILE, CREATING THE ROW ON THE         *
033422*                          FIRST ACTIVITY IN THE PERIOD.  THE    *
033423*                          ROW FOR THE LATEST PERIOD ENDS AT     *
033424*                          THE ACCOUNT'S RUNNING BALANCE; A      *
033425*                          BACK-DATED LINE (LATER ROWS ALREADY   *
033426*                          ON FILE) RESTATES THE TARGET ROW      *
033427*                          FROM ITS OWN OPENING BALANCE AND      *
033428*                          ROLLS THE CHANGE FORWARD.  A BOOK     *
033429*                          BATCH GOES TO THE BOOK'S PERIOD ROW   *
033430*                          (2330) INSTEAD                        *
033431*****************************************************************
033432 2320-UPDATE-PERIOD-BAL.
033433     MOVE "N"                    TO  WS-LATER-FOUND-SW.
033434     IF  WS-IO-FAILED
033435         GO TO 2320-EXIT.
033436     IF  NOT GLBTCH-BASE-LEDGER
033437         PERFORM 2330-UPDATE-BOOK-BAL THRU 2330-EXIT
033438         GO TO 2320-EXIT.
033439     SUBTRACT WS-BAL-BEFORE FROM WS-BAL-AFTER
033440         GIVING WS-BAL-DELTA.
033441     PERFORM 2322-FIND-LATER-ROW THRU 2322-EXIT.
033442
033443     MOVE "Y"                    TO  WS-BAL-FOUND-SW.
033444     MOVE SRT-CO-CODE            TO  GLBAL-CO-CODE.
033445     MOVE SRT-ACCT-NO            TO  GLBAL-ACCT-NO.
033446     MOVE WS-FISCAL-PERIOD       TO  GLBAL-PERIOD.
033447     MOVE SPACES                 TO  GLBAL-CONV-SW.
033448     READ BAL-FILE
033449         INVALID KEY
033450             MOVE "N"            TO  WS-BAL-FOUND-SW
033451             MOVE ZERO           TO  GLBAL-PERIOD-DR
033452             MOVE ZERO           TO  GLBAL-PERIOD-CR.
033453
033454     IF  SRT-DEBIT
033455         ADD GLPST-EXT-AMT       TO  GLBAL-PERIOD-DR
033456     ELSE
033457         ADD GLPST-EXT-AMT       TO  GLBAL-PERIOD-CR.
033458
033459*
033460* A NEW ROW IN FRONT OF LATER ROWS OPENS AT THE PRIOR ROW'S
033461* ENDING BALANCE, OR - WITH NO PRIOR ROW - AT THE OPENING
033462* BALANCE OF THE FIRST LATER ROW.
033463*
033464     IF  NOT WS-LATER-FOUND
033465         MOVE GLCOA-CURR-BAL     TO  GLBAL-END-BAL
033466     ELSE
033467         IF  WS-BAL-FOUND
033468             ADD WS-BAL-DELTA    TO  GLBAL-END-BAL
033469         ELSE
033470             PERFORM 2324-FIND-PRIOR-ROW THRU 2324-EXIT
033471             ADD WS-OPEN-BAL WS-BAL-DELTA
033472                 GIVING GLBAL-END-BAL
033473         END-IF
033474     END-IF.
033475
033476     IF  WS-BAL-FOUND
033477         REWRITE GLBAL-RECORD
033478     ELSE
033479         WRITE GLBAL-RECORD.
033480     IF  NOT WS-BAL-OK
033481         DISPLAY "GLPOST - ERROR UPDATING GLPERBAL, STATUS "
033482                 WS-BAL-STATUS
033483         MOVE "Y"                TO  WS-IO-FAIL-SW
033484         GO TO 2320-EXIT.
033485
033486     IF  WS-LATER-FOUND
033487         PERFORM 2326-ROLL-FORWARD THRU 2326-EXIT.
033488 2320-EXIT.
033489     EXIT.
033490
033491*****************************************************************
033492* 2322-FIND-LATER-ROW - IS THERE A BALANCE ROW FOR THIS          *
033493*                       COMPANY/ACCOUNT AFTER THE POSTING        *
033494*                       PERIOD?  IF SO THE LINE IS BACK-DATED    *
033495*                       AND THE FIRST LATER ROW'S OPENING        *
033496*                       BALANCE (ENDING LESS ITS OWN DEBITS      *
033497*                       PLUS ITS OWN CREDITS) IS KEPT IN CASE    *
033498*                       THE TARGET ROW HAS NO PRIOR ROW          *
033499*****************************************************************
033500 2322-FIND-LATER-ROW.
033501     MOVE ZERO                   TO  WS-OPEN-BAL.
033502     MOVE SRT-CO-CODE            TO  GLBAL-CO-CODE.
033503     MOVE SRT-ACCT-NO            TO  GLBAL-ACCT-NO.
033504     MOVE WS-FISCAL-PERIOD       TO  GLBAL-PERIOD.
033505     START BAL-FILE
033506         KEY IS GREATER THAN GLBAL-KEY
033507         INVALID KEY
033508             GO TO 2322-EXIT.
033509
033510     READ BAL-FILE NEXT RECORD
033511         AT END
033512             GO TO 2322-EXIT.
033513
033514     IF  GLBAL-CO-CODE IS NOT EQUAL TO SRT-CO-CODE
033515     OR  GLBAL-ACCT-NO IS NOT EQUAL TO SRT-ACCT-NO
033516         GO TO 2322-EXIT.
033517
033518     MOVE "Y"                    TO  WS-LATER-FOUND-SW.
033519     COMPUTE WS-OPEN-BAL = GLBAL-END-BAL
033520                         - GLBAL-PERIOD-DR
033521                         + GLBAL-PERIOD-CR.
033522 2322-EXIT.
033523     EXIT.
033524
033525*****************************************************************
033526* 2324-FIND-PRIOR-ROW - A NEW TARGET ROW OPENS AT THE LATEST     *
033527*                       EARLIER ROW'S ENDING BALANCE, THE SAME   *
033528*                       START-NOT-GREATER/READ-PREVIOUS LOOKUP   *
033529*                       2062 USES; WITH NO EARLIER ROW THE       *
033530*                       OPENING BALANCE FROM 2322 STANDS.  THE   *
033531*                       NEW ROW'S OWN KEY AND POSTED TOTALS ARE  *
033532*                       PUT BACK AFTER THE BROWSE                *
033533*****************************************************************
033534 2324-FIND-PRIOR-ROW.
033535     MOVE GLBAL-PERIOD-DR        TO  WS-SAVE-PERIOD-DR.
033536     MOVE GLBAL-PERIOD-CR        TO  WS-SAVE-PERIOD-CR.
033537     MOVE "N"                    TO  WS-PRIOR-FOUND-SW.
033538     MOVE SRT-CO-CODE            TO  GLBAL-CO-CODE.
033539     MOVE SRT-ACCT-NO            TO  GLBAL-ACCT-NO.
033540     SUBTRACT 1 FROM WS-FISCAL-PERIOD GIVING GLBAL-PERIOD.
033541     START BAL-FILE
033542         KEY IS NOT GREATER THAN GLBAL-KEY
033543         INVALID KEY
033544             GO TO 2324-RESTORE.
033545
033546     READ BAL-FILE PREVIOUS RECORD
033547         AT END
033548             GO TO 2324-RESTORE.
033549
033550     IF  GLBAL-CO-CODE IS EQUAL TO SRT-CO-CODE
033551     AND GLBAL-ACCT-NO IS EQUAL TO SRT-ACCT-NO
033552         MOVE "Y"                TO  WS-PRIOR-FOUND-SW
033553         MOVE GLBAL-END-BAL      TO  WS-OPEN-BAL.
033554
033555 2324-RESTORE.
033556     MOVE SRT-CO-CODE            TO  GLBAL-CO-CODE.
033557     MOVE SRT-ACCT-NO            TO  GLBAL-ACCT-NO.
033558     MOVE WS-FISCAL-PERIOD       TO  GLBAL-PERIOD.
033559     MOVE WS-SAVE-PERIOD-DR      TO  GLBAL-PERIOD-DR.
033560     MOVE WS-SAVE-PERIOD-CR      TO  GLBAL-PERIOD-CR.
033561 2324-EXIT.
033562     EXIT.
033563
033564*****************************************************************
033565* 2326-ROLL-FORWARD - CARRY THE BACK-DATED LINE'S BALANCE        *
033566*                     CHANGE INTO THE ENDING BALANCE OF EVERY    *
033567*                     LATER ROW FOR THE COMPANY/ACCOUNT, SO      *
033568*                     THE PERIOD CHAIN STILL PROVES              *
033569*****************************************************************
033570 2326-ROLL-FORWARD.
033571     MOVE "N"                    TO  WS-ROLL-EOF-SW.
033572     MOVE 1                      TO  WS-ROLL-ROWS.
033573     MOVE WS-FISCAL-PERIOD       TO  WS-ROLL-THRU-PERIOD.
033574     START BAL-FILE
033575         KEY IS GREATER THAN GLBAL-KEY
033576         INVALID KEY
033577             GO TO 2326-EXIT.
033578
033579     PERFORM 2328-ROLL-ONE-ROW   THRU 2328-EXIT
033580         UNTIL WS-ROLL-EOF
033581         OR    WS-IO-FAILED.
033582 2326-EXIT.
033583     EXIT.
033584
033585*****************************************************************
033586* 2328-ROLL-ONE-ROW - RESTATE ONE LATER PERIOD'S ENDING BALANCE  *
033587*****************************************************************
033588 2328-ROLL-ONE-ROW.
033589     READ BAL-FILE NEXT RECORD
033590         AT END
033591             MOVE "Y"            TO  WS-ROLL-EOF-SW
033592             GO TO 2328-EXIT.
033593
033594     IF  GLBAL-CO-CODE IS NOT EQUAL TO SRT-CO-CODE
033595     OR  GLBAL-ACCT-NO IS NOT EQUAL TO SRT-ACCT-NO
033596         MOVE "Y"                TO  WS-ROLL-EOF-SW
033597         GO TO 2328-EXIT.
033598
033599     ADD WS-BAL-DELTA            TO  GLBAL-END-BAL.
033600     REWRITE GLBAL-RECORD.
033601     IF  NOT WS-BAL-OK
033602         DISPLAY "GLPOST - ERROR RESTATING GLPERBAL, STATUS "
033603                 WS-BAL-STATUS
033604         MOVE "Y"                TO  WS-IO-FAIL-SW
033605         GO TO 2328-EXIT.
033606
033607     ADD 1                       TO  WS-ROLL-ROWS.
033608     MOVE GLBAL-PERIOD           TO  WS-ROLL-THRU-PERIOD.
033609 2328-EXIT.
033610     EXIT.
033611
033612*****************************************************************
033613* 2330-UPDATE-BOOK-BAL - ROLL A BOOK BATCH'S LINE INTO THE       *
033614*                        BOOK'S ROW FOR THE COMPANY/ACCOUNT/     *
033615*                        POSTING PERIOD (GLBKPBAL).  THE ROW     *
033616*                        CARRIES ONLY THE PERIOD'S DEBITS AND    *
033617*                        CREDITS, SO A BACK-DATED BOOK LINE      *
033618*                        HAS NOTHING TO ROLL FORWARD             *
033619*****************************************************************
033620 2330-UPDATE-BOOK-BAL.
033621     MOVE "Y"                    TO  WS-BKB-FOUND-SW.
033622     MOVE GLBTCH-BOOK-CODE       TO  GLBKB-BOOK-CODE.
033623     MOVE SRT-CO-CODE            TO  GLBKB-CO-CODE.
033624     MOVE SRT-ACCT-NO            TO  GLBKB-ACCT-NO.
033625     MOVE WS-FISCAL-PERIOD       TO  GLBKB-PERIOD.
033626
033627     READ BKB-FILE
033628         INVALID KEY
033629             MOVE "N"            TO  WS-BKB-FOUND-SW
033630             MOVE ZERO           TO  GLBKB-PERIOD-DR
033631             MOVE ZERO           TO  GLBKB-PERIOD-CR.
033632
033633     IF  SRT-DEBIT
033634         ADD GLPST-EXT-AMT       TO  GLBKB-PERIOD-DR
033635     ELSE
033636         ADD GLPST-EXT-AMT       TO  GLBKB-PERIOD-CR.
033637
033638     IF  WS-BKB-FOUND
033639         REWRITE GLBKB-RECORD
033640     ELSE
033641         WRITE GLBKB-RECORD.
033642     IF  NOT WS-BKB-OK
033643         DISPLAY "GLPOST - ERROR UPDATING GLBKPBAL, STATUS "
033644                 WS-BKB-STATUS
033645         MOVE "Y"                TO  WS-IO-FAIL-SW.
033646 2330-EXIT.
033647     EXIT.
033648
033649*****************************************************************
033650* 2340-UPDATE-DEPT-ACTUAL - ROLL A DEPARTMENTED LINE INTO THE    *
033651*                           DEPARTMENT ACTUALS ROW AT THE        *
033652*                           SAME COMPANY/ACCOUNT/DEPT/PERIOD     *
033653*                           KEY THE BUDGET MASTER USES           *
033654*****************************************************************
033655 2340-UPDATE-DEPT-ACTUAL.
033656     IF  WS-IO-FAILED
033657         GO TO 2340-EXIT.
033658     IF  SRT-DEPT-CODE IS EQUAL TO SPACES
033659         GO TO 2340-EXIT.
033660     IF  NOT GLBTCH-BASE-LEDGER
033661         GO TO 2340-EXIT.
033662
033663     MOVE "Y"                    TO  WS-DAC-FOUND-SW.
033664     MOVE SRT-CO-CODE            TO  GLDAC-CO-CODE.
033665     MOVE SRT-ACCT-NO            TO  GLDAC-ACCT-NO.
033666     MOVE SRT-DEPT-CODE          TO  GLDAC-DEPT-CODE.
033667     MOVE WS-FISCAL-PERIOD       TO  GLDAC-PERIOD.
033668
033669     READ DAC-FILE
033670         INVALID KEY
033671             MOVE "N"            TO  WS-DAC-FOUND-SW
033672             MOVE ZERO           TO  GLDAC-AMOUNT.
033673
033674     IF  SRT-DEBIT
033675         ADD GLPST-EXT-AMT       TO  GLDAC-AMOUNT
033676     ELSE
033677         SUBTRACT GLPST-EXT-AMT  FROM GLDAC-AMOUNT.
033678
033679     IF  WS-DAC-FOUND
033680         REWRITE GLDAC-RECORD
033681     ELSE
033682         WRITE GLDAC-RECORD.
033683     IF  NOT WS-DAC-OK
033684         DISPLAY "GLPOST - ERROR UPDATING GLDEPACT, STATUS "
033685                 WS-DAC-STATUS
033686         MOVE "Y"                TO  WS-IO-FAIL-SW.
033687 2340-EXIT.
033688     EXIT.
033689
033690*****************************************************************
033691* 2345-UPDATE-PROJ-ACTUAL - ADD THE POSTED LINE TO ITS PROJECT'S *
033692*                           ACTUALS FOR THE ACCOUNT AND PERIOD, *
033693*                           THE SAME WAY 2340 KEEPS THE         *
033694*                           DEPARTMENT ACTUALS                  *
033695*****************************************************************
033696 2345-UPDATE-PROJ-ACTUAL.
033697     IF  WS-IO-FAILED
033698         GO TO 2345-EXIT.
033699     IF  SRT-PROJECT-CODE IS EQUAL TO SPACES
033700         GO TO 2345-EXIT.
033701     IF  NOT GLBTCH-BASE-LEDGER
033702         GO TO 2345-EXIT.
033703
033704     MOVE "Y"                    TO  WS-PRA-FOUND-SW.
033705     MOVE SRT-CO-CODE            TO  GLPRA-CO-CODE.
033706     MOVE SRT-PROJECT-CODE       TO  GLPRA-PROJECT-CODE.
033707     MOVE SRT-ACCT-NO            TO  GLPRA-ACCT-NO.
033708     MOVE WS-FISCAL-PERIOD       TO  GLPRA-PERIOD.
033709
033710     READ PRA-FILE
033711         INVALID KEY
033712             MOVE "N"            TO  WS-PRA-FOUND-SW
033713             MOVE ZERO           TO  GLPRA-AMOUNT.
033714
033715     IF  SRT-DEBIT
033716         ADD GLPST-EXT-AMT       TO  GLPRA-AMOUNT
033717     ELSE
033718         SUBTRACT GLPST-EXT-AMT  FROM GLPRA-AMOUNT.
033719
033720     IF  WS-PRA-FOUND
033721         REWRITE GLPRA-RECORD
033722     ELSE
033723         WRITE GLPRA-RECORD.
033724     IF  NOT WS-PRA-OK
033725         DISPLAY "GLPOST - ERROR UPDATING GLPRJACT, STATUS "
033726                 WS-PRA-STATUS
033727         MOVE "Y"                TO  WS-IO-FAIL-SW.
033728 2345-EXIT.
033729     EXIT.
033730
033731*****************************************************************
033732* 2400-WRITE-SUSPENSE - WRITE THE REJECTED LINE, AND WHY IT      *
033733*                       WAS REJECTED, TO THE SUSPENSE FILE;      *
033734*                       A LINE ALREADY SITTING IN SUSPENSE       *
033735*                       IS REWRITTEN WITH ITS NEW REASON         *
033736*****************************************************************
033737 2400-WRITE-SUSPENSE.
033738     MOVE SRT-BATCH-NO           TO  GLSUS-BATCH-NO.
033739     MOVE SRT-LINE-NO            TO  GLSUS-LINE-NO.
033740     MOVE SRT-ACCT-NO            TO  GLSUS-ACCT-NO.
033741     MOVE SRT-DR-CR-CODE         TO  GLSUS-DR-CR-CODE.
033742     MOVE SRT-QTY                TO  GLSUS-QTY.
033743     MOVE SRT-PRICE              TO  GLSUS-PRICE.
033744     MOVE SRT-CURR-CODE          TO  GLSUS-CURR-CODE.
033745     MOVE SRT-CO-CODE            TO  GLSUS-CO-CODE.
033746     MOVE SRT-DEPT-CODE          TO  GLSUS-DEPT-CODE.
033747     MOVE SRT-PROJECT-CODE       TO  GLSUS-PROJECT-CODE.
033748     MOVE SRT-TAX-CODE           TO  GLSUS-TAX-CODE.
033749     MOVE WS-REJ-REASON          TO  GLSUS-REASON.
033750     MOVE "S"                    TO  GLSUS-STATUS-SW.
033751     MOVE WS-RUN-DATE            TO  GLSUS-REJECT-DATE.
033752
033753     WRITE GLSUS-RECORD.
033754     IF  WS-SUS-STATUS IS EQUAL TO "22"
033755         REWRITE GLSUS-RECORD.
033756     IF  NOT WS-SUS-OK
033757         DISPLAY "GLPOST - ERROR WRITING GLSUSPNS, STATUS "
033758                 WS-SUS-STATUS
033759         PERFORM 9500-FAIL-RUN   THRU 9500-EXIT.
033760
033761*    THE REJECTED MARK IS COMMITTED AT ONCE, LIKE THE SUSPENSE
033762*    ROW, SO A LATER LINE'S ROLLBACK CANNOT LEAVE A LINE THAT
033763*    IS ALREADY IN SUSPENSE STILL PENDING IN GLTRANIN.
033764     MOVE "R"                    TO  WS-JE-MARK-CODE.
033765     PERFORM 2275-MARK-JE-LINE   THRU 2275-EXIT.
033766     IF  WS-JE-MARK-FAILED
033767         PERFORM 9500-FAIL-RUN   THRU 9500-EXIT.
033768     COMMIT.
033769 2400-EXIT.
033770     EXIT.
033771
033772*****************************************************************
033773* 2420-BACKOUT-FAILED-LINE - AN I/O FAILURE INSIDE THE UNIT OF   *
033774*                            WORK: ROLL THE WHOLE LINE BACK,     *
033775*                            PUT THE IN-MEMORY ACCOUNT ROW       *
033776*                            BACK THE WAY THE ROLLBACK LEFT      *
033777*                            THE MASTER, SEND THE LINE TO        *
033778*                            SUSPENSE AND CARRY ON               *
033779*****************************************************************
033780 2420-BACKOUT-FAILED-LINE.
033781     ROLLBACK.
033782     DISPLAY "GLPOST - LINE ROLLED BACK, BATCH " SRT-BATCH-NO
033783             " LINE " SRT-LINE-NO.
033784
033785     IF  GLBTCH-BASE-LEDGER
033786         MOVE WS-BAL-BEFORE      TO  GLCOA-CURR-BAL.
033787     MOVE "N"                    TO  WS-ACCT-LOADED-SW.
033788
033789     MOVE "I/O ERROR"            TO  WS-REJ-REASON.
033790     ADD 1                       TO  WS-REJ-CNT.
033791     ADD WS-ENT-EXT-AMT          TO  WS-RPT-REJ-AMT.
033792     PERFORM 2380-TALLY-BATCH    THRU 2380-EXIT.
033793     PERFORM 2390-TALLY-REASON   THRU 2390-EXIT.
033794     PERFORM 2400-WRITE-SUSPENSE THRU 2400-EXIT.
033795 2420-EXIT.
033796     EXIT.
033797
033798*****************************************************************
033799* 2380-TALLY-BATCH - FOLD THE TRANSACTION INTO ITS BATCH'S       *
033800*                    ROW OF THE RUN-PROOF TABLE, CAPTURING       *
033801*                    THE HEADER'S KEYED TOTALS THE FIRST         *
033802*                    TIME THE BATCH IS SEEN                      *
033803*****************************************************************
033804 2380-TALLY-BATCH.
033805     MOVE "N"                    TO  WS-BT-FOUND-SW.
033806     PERFORM 2382-FIND-BT-ENTRY  THRU 2382-EXIT
033807         VARYING WS-BT-NDX FROM 1 BY 1
033808         UNTIL WS-BT-NDX IS GREATER THAN WS-BT-CNT
033809         OR    WS-BT-FOUND.
033810     IF  WS-BT-FOUND
033811         SET WS-BT-NDX           DOWN BY 1.
033812
033813     IF  NOT WS-BT-FOUND
033814         IF  WS-BT-CNT IS EQUAL TO 200
033815             MOVE "Y"            TO  WS-BT-LOST-SW
033816             GO TO 2380-EXIT
033817         END-IF
033818         ADD 1                   TO  WS-BT-CNT
033819         MOVE WS-BT-CNT          TO  WS-BT-IX
033820         SET WS-BT-NDX           TO  WS-BT-IX
033821         MOVE SRT-BATCH-NO       TO  WS-BT-BATCH-NO (WS-BT-NDX)
033822         MOVE ZERO               TO  WS-BT-POSTED (WS-BT-NDX)
033823         MOVE ZERO               TO  WS-BT-REJECTED (WS-BT-NDX)
033824         IF  WS-BATCH-ON-FILE
033825             MOVE GLBTCH-TOTAL-DR
033826                 TO  WS-BT-IN-DR (WS-BT-NDX)
033827             MOVE GLBTCH-TOTAL-CR
033828                 TO  WS-BT-IN-CR (WS-BT-NDX)
033829         ELSE
033830             MOVE ZERO           TO  WS-BT-IN-DR (WS-BT-NDX)
033831             MOVE ZERO           TO  WS-BT-IN-CR (WS-BT-NDX)
033832         END-IF
033833     END-IF.
033834
033835     IF  WS-ACCT-IS-VALID AND WS-CURR-IS-VALID
033836         AND WS-BATCH-IS-VALID AND WS-PERIOD-IS-VALID
033837         AND WS-DEPT-IS-VALID AND WS-FUNDS-IS-VALID
033838         AND WS-SEG-IS-VALID AND WS-PROJ-IS-VALID
033839         AND NOT WS-IO-FAILED
033840         ADD WS-ENT-EXT-AMT      TO  WS-BT-POSTED (WS-BT-NDX)
033841     ELSE
033842         ADD WS-ENT-EXT-AMT      TO  WS-BT-REJECTED (WS-BT-NDX).
033843 2380-EXIT.
033844     EXIT.
033845
033846*****************************************************************
033847* 2382-FIND-BT-ENTRY - LINEAR SEARCH FOR THE BATCH IN THE        *
033848*                      RUN-PROOF TABLE                           *
033849*****************************************************************
033850 2382-FIND-BT-ENTRY.
033851     IF  WS-BT-BATCH-NO (WS-BT-NDX) IS EQUAL TO SRT-BATCH-NO
033852         MOVE "Y"                TO  WS-BT-FOUND-SW.
033853 2382-EXIT.
033854     EXIT.
033855
033856*****************************************************************
033857* 2385-TALLY-RESTATED - RECORD A BACK-DATED LINE IN THE          *
033858*                       RESTATED-PERIOD REGISTER, ONE ROW PER    *
033859*                       COMPANY/ACCOUNT/TARGET PERIOD            *
033860*****************************************************************
033861 2385-TALLY-RESTATED.
033862     MOVE "N"                    TO  WS-RS-FOUND-SW.
033863     PERFORM 2387-FIND-RS-ENTRY  THRU 2387-EXIT
033864         VARYING WS-RS-NDX FROM 1 BY 1
033865         UNTIL WS-RS-NDX IS GREATER THAN WS-RS-CNT
033866         OR    WS-RS-FOUND.
033867     IF  WS-RS-FOUND
033868         SET WS-RS-NDX           DOWN BY 1.
033869
033870     IF  NOT WS-RS-FOUND
033871         IF  WS-RS-CNT IS EQUAL TO 200
033872             MOVE "Y"            TO  WS-RS-LOST-SW
033873             GO TO 2385-EXIT
033874         END-IF
033875         ADD 1                   TO  WS-RS-CNT
033876         MOVE WS-RS-CNT          TO  WS-RS-IX
033877         SET WS-RS-NDX           TO  WS-RS-IX
033878         MOVE SRT-CO-CODE        TO  WS-RS-CO-CODE (WS-RS-NDX)
033879         MOVE SRT-ACCT-NO        TO  WS-RS-ACCT-NO (WS-RS-NDX)
033880         MOVE WS-FISCAL-PERIOD   TO  WS-RS-PERIOD (WS-RS-NDX)
033881         MOVE ZERO               TO  WS-RS-ROWS (WS-RS-NDX)
033882         MOVE ZERO               TO  WS-RS-LINES (WS-RS-NDX)
033883         MOVE ZERO               TO  WS-RS-AMOUNT (WS-RS-NDX)
033884     END-IF.
033885
033886     ADD 1                       TO  WS-RS-LINES (WS-RS-NDX).
033887     ADD WS-BAL-DELTA            TO  WS-RS-AMOUNT (WS-RS-NDX).
033888     IF  WS-ROLL-ROWS IS GREATER THAN WS-RS-ROWS (WS-RS-NDX)
033889         MOVE WS-ROLL-ROWS       TO  WS-RS-ROWS (WS-RS-NDX)
033890         MOVE WS-ROLL-THRU-PERIOD
033891             TO  WS-RS-THRU-PERIOD (WS-RS-NDX).
033892 2385-EXIT.
033893     EXIT.
033894
033895*****************************************************************
033896* 2387-FIND-RS-ENTRY - LINEAR SEARCH FOR THE COMPANY/ACCOUNT/    *
033897*                      PERIOD IN THE RESTATED-PERIOD REGISTER    *
033898*****************************************************************
033899 2387-FIND-RS-ENTRY.
033900     IF  WS-RS-CO-CODE (WS-RS-NDX) IS EQUAL TO SRT-CO-CODE
033901     AND WS-RS-ACCT-NO (WS-RS-NDX) IS EQUAL TO SRT-ACCT-NO
033902     AND WS-RS-PERIOD (WS-RS-NDX) IS EQUAL TO WS-FISCAL-PERIOD
033903         MOVE "Y"                TO  WS-RS-FOUND-SW.
033904 2387-EXIT.
033905     EXIT.
033906
033907*****************************************************************
033908* 2390-TALLY-REASON - FOLD THE REJECTED AMOUNT INTO ITS          *
033909*                     REASON'S ROW OF THE REASON TABLE           *
033910*****************************************************************
033911 2390-TALLY-REASON.
033912     MOVE "N"                    TO  WS-RR-FOUND-SW.
033913     PERFORM 2392-FIND-RR-ENTRY  THRU 2392-EXIT
033914         VARYING WS-RR-NDX FROM 1 BY 1
033915         UNTIL WS-RR-NDX IS GREATER THAN WS-RR-CNT
033916         OR    WS-RR-FOUND.
033917     IF  WS-RR-FOUND
033918         SET WS-RR-NDX           DOWN BY 1.
033919
033920     IF  NOT WS-RR-FOUND
033921         IF  WS-RR-CNT IS EQUAL TO 10
033922             GO TO 2390-EXIT
033923         END-IF
033924         ADD 1                   TO  WS-RR-CNT
033925         MOVE WS-RR-CNT          TO  WS-RR-IX
033926         SET WS-RR-NDX           TO  WS-RR-IX
033927         MOVE WS-REJ-REASON      TO  WS-RR-REASON (WS-RR-NDX)
033928         MOVE ZERO               TO  WS-RR-COUNT (WS-RR-NDX)
033929         MOVE ZERO               TO  WS-RR-AMOUNT (WS-RR-NDX)
033930     END-IF.
033931
033932     ADD 1                       TO  WS-RR-COUNT (WS-RR-NDX).
033933     ADD WS-ENT-EXT-AMT          TO  WS-RR-AMOUNT (WS-RR-NDX).
033934 2390-EXIT.
033935     EXIT.
033936
033937*****************************************************************
033938* 2392-FIND-RR-ENTRY - LINEAR SEARCH FOR THE REASON IN THE       *
033939*                      REASON TABLE                              *
033940*****************************************************************
033941 2392-FIND-RR-ENTRY.
033942     IF  WS-RR-REASON (WS-RR-NDX) IS EQUAL TO WS-REJ-REASON
033943         MOVE "Y"                TO  WS-RR-FOUND-SW.
033944 2392-EXIT.
033945     EXIT.
033946
033947*****************************************************************
033948* 2100-RETURN-SORTED - RETURN THE NEXT RECORD FROM THE SORTED    *
033949*                      COMPANY/ACCOUNT/BATCH/LINE SEQUENCE       *
033950*****************************************************************
033951 2100-RETURN-SORTED.
034000     RETURN SORT-FILE
034100         AT END
034200             MOVE "Y"            TO  WS-SORT-EOF-SW.
034300 2100-EXIT.
034400     EXIT.
034500
034501*****************************************************************
034502* 2332-REOPEN-RECONS - A LINE THAT MOVED THE ACCOUNT'S BALANCE   *
034503*                      CHANGES THE ENDING BALANCE OF THE         *
034504*                      POSTING PERIOD AND OF EVERY LATER         *
034505*                      PERIOD, SO EVERY PREPARED OR REVIEWED     *
034506*                      RECONCILIATION (GLRECON) FOR THE          *
034507*                      COMPANY/ACCOUNT FROM THE POSTING PERIOD   *
034508*                      ON IS REOPENED FOR PREPARATION AGAIN      *
034509*****************************************************************
034510 2332-REOPEN-RECONS.
034511     IF  WS-IO-FAILED
034512     OR  NOT GLBTCH-BASE-LEDGER
034513     OR  WS-BAL-DELTA IS EQUAL TO ZERO
034514         GO TO 2332-EXIT.
034515
034516     MOVE "N"                    TO  WS-RCN-EOF-SW.
034517     MOVE SRT-CO-CODE            TO  GLRCN-CO-CODE.
034518     MOVE SRT-ACCT-NO            TO  GLRCN-ACCT-NO.
034519     MOVE WS-FISCAL-PERIOD       TO  GLRCN-PERIOD.
034520     START RCN-FILE
034521         KEY IS NOT LESS THAN GLRCN-KEY
034522         INVALID KEY
034523             GO TO 2332-EXIT.
034524
034525     PERFORM 2334-REOPEN-ONE-RECON THRU 2334-EXIT
034526         UNTIL WS-RCN-EOF
034527         OR    WS-IO-FAILED.
034528 2332-EXIT.
034529     EXIT.
034530
034531*****************************************************************
034532* 2334-REOPEN-ONE-RECON - REOPEN ONE CERTIFIED RECONCILIATION,   *
034533*                         STAMPING THE RUN DATE AND THE BATCH    *
034534*                         THAT CHANGED ITS BALANCE               *
034535*****************************************************************
034536 2334-REOPEN-ONE-RECON.
034537     READ RCN-FILE NEXT RECORD
034538         AT END
034539             MOVE "Y"            TO  WS-RCN-EOF-SW
034540             GO TO 2334-EXIT.
034541
034542     IF  GLRCN-CO-CODE IS NOT EQUAL TO SRT-CO-CODE
034543     OR  GLRCN-ACCT-NO IS NOT EQUAL TO SRT-ACCT-NO
034544         MOVE "Y"                TO  WS-RCN-EOF-SW
034545         GO TO 2334-EXIT.
034546
034547     IF  NOT GLRCN-IS-CERTIFIED
034548         GO TO 2334-EXIT.
034549
034550     MOVE "O"                    TO  GLRCN-STATUS-SW.
034551     MOVE WS-RUN-DATE            TO  GLRCN-REOPEN-DATE.
034552     MOVE SRT-BATCH-NO           TO  GLRCN-REOPEN-BATCH-NO.
034553     REWRITE GLRCN-RECORD.
034554     IF  NOT WS-RCN-OK
034555         DISPLAY "GLPOST - ERROR REOPENING GLRECON, STATUS "
034556                 WS-RCN-STATUS
034557         MOVE "Y"                TO  WS-IO-FAIL-SW
034558         GO TO 2334-EXIT.
034559
034560     ADD 1                       TO  WS-RCN-REOPEN-CNT.
034561 2334-EXIT.
034562     EXIT.
034563
034600*****************************************************************
034700* 2150-SKIP-ALREADY-POSTED - ON A RESTART, BYPASS EVERY          *
034800*                            TRANSACTION UP TO AND INCLUDING     *
036600 9000-TERMINATE.
036610     PERFORM 9100-PRINT-CONTROL-RPT THRU 9100-EXIT.
036612     PERFORM 9200-COMPLETE-RUN-STATS THRU 9200-EXIT.
036614     IF  NOT WS-PTN-SINGLE-RUN
036616         MOVE "C"                TO  WS-PTR-END-STATUS
036618         PERFORM 9250-RECORD-PARTITION THRU 9250-EXIT.
036621
036630     IF  WS-REJ-CNT IS GREATER THAN ZERO
036639         MOVE "SUSP"             TO  WS-ALERT-EVENT
036648         MOVE WS-REJ-CNT         TO  WS-ALERT-CNT
036657         MOVE SPACES             TO  WS-ALERT-TEXT
036666         STRING WS-ALERT-CNT " LINES SENT TO SUSPENSE (GLSUSPNS)"
036675             DELIMITED BY SIZE INTO WS-ALERT-TEXT
036684         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT.
036700     MOVE WS-CKPT-RUN-ID         TO  GLCKPT-RUN-ID.
036800     MOVE "C"                    TO  GLCKPT-STATUS-SW.
036900     REWRITE GLCKPT-RECORD.
036920*
036922     COMMIT.
037000
037010     CLOSE JE-FILE.
037200     CLOSE PST-FILE.
037300     CLOSE COA-FILE.
037400     CLOSE BTCH-FILE.
037427     CLOSE BAL-FILE.
037428     CLOSE DEP-FILE.
037429     CLOSE DAC-FILE.
037430     CLOSE PRJ-FILE.
037431     CLOSE PRA-FILE.
037432     CLOSE SUS-FILE.
037433     CLOSE RAT-FILE.
037434     CLOSE RPT-FILE.
037436     CLOSE STA-FILE.
037438     CLOSE BUD-FILE.
037442     CLOSE USR-FILE.
037444     CLOSE FCL-FILE.
037446     CLOSE ENC-FILE.
037459     CLOSE BOOK-FILE.
037472     CLOSE BKA-FILE.
037485     CLOSE BKB-FILE.
037487     MOVE "E"                    TO  GLTXA-FUNCTION.
037489     CALL "GLTAXCAL"         USING GLTXA-AREA.
037492     CLOSE RCN-FILE.
037500     CLOSE CKPT-FILE.
037502     MOVE "E"                    TO  GLLCH-FUNCTION.
037504     CALL "GLLOGCHN"         USING GLLCH-AREA
037506                                   GLLOG-RECORD.
037510     CLOSE LOG-FILE.
037520     IF  NOT WS-PTN-SINGLE-RUN
037530         CLOSE PTN-FILE
037540         CLOSE PTR-FILE.
037600
037700     DISPLAY "GLPOST - TRANSACTIONS SKIPPED (RESTART): "
037800             WS-SKIP-CNT.
037900     DISPLAY "GLPOST - TRANSACTIONS POSTED:  " WS-REC-CNT.
038000     DISPLAY "GLPOST - TRANSACTIONS REJECTED: " WS-REJ-CNT.
038010     DISPLAY "GLPOST - TAX LINES GENERATED: " WS-TAX-GEN-CNT.
038100 9000-EXIT.
038200     EXIT.
038210
038228     MOVE SPACES                 TO  GLPCTP-RECORD.
038230     MOVE "GL POSTING RUN CONTROL REPORT" TO GLPCTP-RECORD.
038232     WRITE GLPCTP-RECORD.
038233
038234     IF  NOT WS-PTN-SINGLE-RUN
038235         MOVE WS-PTN-NO          TO  WS-RPP-PARTITION-NO
038236         MOVE WS-PTN-CO-FROM     TO  WS-RPP-CO-FROM
038237         MOVE WS-PTN-CO-TO       TO  WS-RPP-CO-TO
038238         MOVE WS-RUN-DATE        TO  WS-RPP-RUN-DATE
038239         MOVE WS-RPT-PARTITION-LINE TO GLPCTP-RECORD
038240         WRITE GLPCTP-RECORD
038241         IF  WS-IS-RESTART
038242             MOVE SPACES         TO  GLPCTP-RECORD
038243             MOVE "TOTALS INCLUDE LINES POSTED BEFORE THE RESTART"
038244                                  TO  GLPCTP-RECORD
038245             WRITE GLPCTP-RECORD
038246         END-IF
038247     END-IF.
038248
038249     MOVE SPACES                 TO  GLPCTP-RECORD.
038250     MOVE " BATCH      HDR DR      HDR CR      POSTED    REJECTED"
038251                                  TO  GLPCTP-RECORD.
038252     WRITE GLPCTP-RECORD.
038253
038254     PERFORM 9110-PRINT-ONE-BATCH THRU 9110-EXIT
038255         VARYING WS-BT-NDX FROM 1 BY 1
038256         UNTIL WS-BT-NDX IS GREATER THAN WS-BT-CNT.
038257
038258     IF  WS-BT-OVERFLOWED
038259         MOVE SPACES             TO  GLPCTP-RECORD
038260         MOVE "*** MORE THAN 200 BATCHES - RECAP INCOMPLETE ***"
038261                                  TO  GLPCTP-RECORD
038262         WRITE GLPCTP-RECORD.
038264
038266     MOVE SPACES                 TO  GLPCTP-RECORD.
038280         VARYING WS-RR-NDX FROM 1 BY 1
038282         UNTIL WS-RR-NDX IS GREATER THAN WS-RR-CNT.
038284
038285     MOVE SPACES                 TO  GLPCTP-RECORD.
038286     WRITE GLPCTP-RECORD.
038287     MOVE SPACES                 TO  GLPCTP-RECORD.
038288     MOVE "PERIODS RESTATED BY BACK-DATED POSTINGS"
038289                                  TO  GLPCTP-RECORD.
038290     WRITE GLPCTP-RECORD.
038291     MOVE SPACES                 TO  GLPCTP-RECORD.
038292     MOVE " CO  ACCOUNT  PERIOD   THRU   ROWS LINES       AMOUNT"
038293                                  TO  GLPCTP-RECORD.
038294     WRITE GLPCTP-RECORD.
038295
038296     PERFORM 9130-PRINT-ONE-RESTATE THRU 9130-EXIT
038297         VARYING WS-RS-NDX FROM 1 BY 1
038298         UNTIL WS-RS-NDX IS GREATER THAN WS-RS-CNT.
038299
038300     IF  WS-RS-CNT IS EQUAL TO ZERO
038301         MOVE SPACES             TO  GLPCTP-RECORD
038302         MOVE " NONE"            TO  GLPCTP-RECORD
038303         WRITE GLPCTP-RECORD.
038304
038305     IF  WS-RS-OVERFLOWED
038306         MOVE SPACES             TO  GLPCTP-RECORD
038307         MOVE "*** OVER 200 PERIODS RESTATED - INCOMPLETE ***"
038308                                  TO  GLPCTP-RECORD
038309         WRITE GLPCTP-RECORD.
038310
038311     MOVE SPACES                 TO  GLPCTP-RECORD.
038312     WRITE GLPCTP-RECORD.
038313     MOVE SPACES                 TO  WS-RPT-REASON-LINE.
038314     MOVE "RECONS REOPENED"      TO  WS-RR-PRT-REASON.
038315     MOVE WS-RCN-REOPEN-CNT      TO  WS-RR-PRT-COUNT.
038316     MOVE WS-RPT-REASON-LINE     TO  GLPCTP-RECORD.
038317     WRITE GLPCTP-RECORD.
038318
038319     MOVE SPACES                 TO  GLPCTP-RECORD.
038320     WRITE GLPCTP-RECORD.
038321
038322     MOVE "TOTAL IN        "     TO  WS-RP-LABEL.
038323     MOVE WS-RPT-IN-AMT          TO  WS-RP-AMOUNT.
038324     MOVE WS-RPT-PROOF-LINE      TO  GLPCTP-RECORD.
038325     WRITE GLPCTP-RECORD.
038326
038327     MOVE "TOTAL POSTED    "     TO  WS-RP-LABEL.
038328     MOVE WS-RPT-POSTED-AMT      TO  WS-RP-AMOUNT.
038329     MOVE WS-RPT-PROOF-LINE      TO  GLPCTP-RECORD.
038330     WRITE GLPCTP-RECORD.
038331
038332     MOVE "TOTAL REJECTED  "     TO  WS-RP-LABEL.
038333     MOVE WS-RPT-REJ-AMT         TO  WS-RP-AMOUNT.
038334     MOVE WS-RPT-PROOF-LINE      TO  GLPCTP-RECORD.
038335     WRITE GLPCTP-RECORD.
038336
038337     MOVE "POSTED (HOME)   "     TO  WS-RP-LABEL.
038338     MOVE WS-RPT-HOME-AMT        TO  WS-RP-AMOUNT.
038339     MOVE WS-RPT-PROOF-LINE      TO  GLPCTP-RECORD.
038340     WRITE GLPCTP-RECORD.
038341
038342     ADD WS-RPT-POSTED-AMT TO WS-RPT-REJ-AMT
038343         GIVING WS-RPT-PROOF-AMT.
038344     MOVE SPACES                 TO  GLPCTP-RECORD.
038345     IF  WS-RPT-PROOF-AMT IS EQUAL TO WS-RPT-IN-AMT
038346         MOVE "RUN PROVES: IN = POSTED + REJECTED."
038347                                  TO  GLPCTP-RECORD
038348     ELSE
038349         MOVE "*** RUN DOES NOT PROVE ***"
038350                                  TO  GLPCTP-RECORD.
038351     WRITE GLPCTP-RECORD.
038352 9100-EXIT.
038353     EXIT.
038354
038358*****************************************************************
038360* 9110-PRINT-ONE-BATCH - ONE RECAP LINE PER BATCH TOUCHED        *
038362*****************************************************************
038406     WRITE GLPCTP-RECORD.
038408 9120-EXIT.
038410     EXIT.
038411
038412*****************************************************************
038413* 9130-PRINT-ONE-RESTATE - ONE REGISTER LINE PER PERIOD          *
038414*                          RESTATED, WITH THE LAST LATER         *
038415*                          PERIOD THE CHANGE WAS ROLLED INTO     *
038416*****************************************************************
038417 9130-PRINT-ONE-RESTATE.
038418     MOVE SPACES                 TO  WS-RPT-RESTATE-LINE.
038419     MOVE WS-RS-CO-CODE (WS-RS-NDX)     TO  WS-RSP-CO-CODE.
038420     MOVE WS-RS-ACCT-NO (WS-RS-NDX)     TO  WS-RSP-ACCT-NO.
038421     MOVE WS-RS-PERIOD (WS-RS-NDX)      TO  WS-RSP-PERIOD.
038422     MOVE WS-RS-THRU-PERIOD (WS-RS-NDX) TO  WS-RSP-THRU-PERIOD.
038423     MOVE WS-RS-ROWS (WS-RS-NDX)        TO  WS-RSP-ROWS.
038424     MOVE WS-RS-LINES (WS-RS-NDX)       TO  WS-RSP-LINES.
038425     MOVE WS-RS-AMOUNT (WS-RS-NDX)      TO  WS-RSP-AMOUNT.
038426     MOVE WS-RPT-RESTATE-LINE    TO  GLPCTP-RECORD.
038427     WRITE GLPCTP-RECORD.
038428 9130-EXIT.
038429     EXIT.
038430
038431*****************************************************************
038432* 9200-COMPLETE-RUN-STATS - STAMP THE END OF JOB AND THE         *
038433*                           RUN COUNTS ON THIS EXECUTION'S       *
038434*                           STATISTICS ROW                       *
038435*****************************************************************
038436 9200-COMPLETE-RUN-STATS.
038437     MOVE WS-CKPT-RUN-ID         TO  GLSTA-RUN-ID.
038438     MOVE WS-STA-RUN-DATE        TO  GLSTA-RUN-DATE.
038439     MOVE WS-STA-RUN-TIME        TO  GLSTA-RUN-TIME.
038440     READ STA-FILE
038441         INVALID KEY
038442             DISPLAY "GLPOST - RUN-STATISTICS ROW LOST"
038443             GO TO 9200-EXIT.
038444
038445     ACCEPT GLSTA-END-DATE       FROM DATE YYYYMMDD.
038446     ACCEPT GLSTA-END-TIME       FROM TIME.
038448     MOVE WS-REC-CNT             TO  GLSTA-POSTED-CNT.
038450     MOVE WS-REJ-CNT             TO  GLSTA-REJECT-CNT.
038464         STOP RUN.
038466 9200-EXIT.
038468     EXIT.
038469
038470*****************************************************************
038471* 9250-RECORD-PARTITION - STAMP THIS PARTITION'S RESULT ROW      *
038472*                         WITH ITS END, ITS COUNTS AND DOLLAR    *
038473*                         TOTALS AND THE STATUS SET UP IN        *
038474*                         WS-PTR-END-STATUS, FOR THE             *
038475*                         CONSOLIDATED PROOF (GLPSTCON)          *
038476*****************************************************************
038477 9250-RECORD-PARTITION.
038478     MOVE WS-RUN-DATE            TO  GLPTR-RUN-DATE.
038479     MOVE WS-PTN-NO              TO  GLPTR-PARTITION-NO.
038480     READ PTR-FILE
038481         INVALID KEY
038482             DISPLAY "GLPOST - PARTITION RESULT ROW LOST"
038483             GO TO 9250-EXIT.
038484
038485     ACCEPT GLPTR-END-DATE       FROM DATE YYYYMMDD.
038486     ACCEPT GLPTR-END-TIME       FROM TIME.
038487     MOVE WS-JE-READ-CNT         TO  GLPTR-READ-CNT.
038488     MOVE WS-JE-OWNED-CNT        TO  GLPTR-OWNED-CNT.
038489     MOVE WS-REC-CNT             TO  GLPTR-POSTED-CNT.
038490     MOVE WS-REJ-CNT             TO  GLPTR-REJECT-CNT.
038491     MOVE WS-SKIP-CNT            TO  GLPTR-SKIP-CNT.
038492     MOVE WS-TAX-GEN-CNT         TO  GLPTR-TAX-GEN-CNT.
038493     MOVE WS-RPT-IN-AMT          TO  GLPTR-IN-AMT.
038494     MOVE WS-RPT-POSTED-AMT      TO  GLPTR-POSTED-AMT.
038495     MOVE WS-RPT-REJ-AMT         TO  GLPTR-REJ-AMT.
038496     MOVE WS-RPT-HOME-AMT        TO  GLPTR-HOME-AMT.
038497     MOVE WS-PTR-END-STATUS      TO  GLPTR-STATUS-SW.
038498     REWRITE GLPTR-RECORD.
038499     IF  NOT WS-PTR-OK
038500         DISPLAY "GLPOST - ERROR REWRITING GLPSTPTR, STATUS "
038501                 WS-PTR-STATUS.
038502 9250-EXIT.
038503     EXIT.
038504
038505*****************************************************************
038506* 9500-FAIL-RUN - A FAILURE THE RUN CANNOT WORK AROUND (THE      *
038507*                 SUSPENSE, AUDIT-LOG OR MASTER FLUSH ITSELF     *
038508*                 FAILED): ROLL BACK THE OPEN UNIT OF WORK,      *
038509*                 MARK THIS EXECUTION'S RUN-STATISTICS ROW       *
038510*                 FAILED AND SHUT DOWN CLEANLY - THE             *
038511*                 IN-PROGRESS CHECKPOINT MAKES THE NEXT RUN A    *
038512*                 RESTART                                        *
038513*****************************************************************
038514 9500-FAIL-RUN.
038515     ROLLBACK.
038516
038517     MOVE WS-CKPT-RUN-ID         TO  GLSTA-RUN-ID.
038518     MOVE WS-STA-RUN-DATE        TO  GLSTA-RUN-DATE.
038519     MOVE WS-STA-RUN-TIME        TO  GLSTA-RUN-TIME.
038520     READ STA-FILE
038521         INVALID KEY
038522             CONTINUE
038523     END-READ.
038524     IF  WS-STA-OK
038525         ACCEPT GLSTA-END-DATE   FROM DATE YYYYMMDD
038526         ACCEPT GLSTA-END-TIME   FROM TIME
038527         MOVE WS-REC-CNT         TO  GLSTA-POSTED-CNT
038528         MOVE WS-REJ-CNT         TO  GLSTA-REJECT-CNT
038529         MOVE WS-SKIP-CNT        TO  GLSTA-SKIP-CNT
038530         MOVE "F"                TO  GLSTA-STATUS-SW
038532         REWRITE GLSTA-RECORD.
038534
038536     DISPLAY "GLPOST - RUN FAILED AND SHUT DOWN, SEE GLRUNSTAT".
038538
038540     IF  NOT WS-PTN-SINGLE-RUN
038542         MOVE "F"                TO  WS-PTR-END-STATUS
038544         PERFORM 9250-RECORD-PARTITION THRU 9250-EXIT.
038546
038556     MOVE "FAIL"                 TO  WS-ALERT-EVENT.
038566     MOVE 1                      TO  WS-ALERT-CNT.
038576     MOVE "RUN FAILED, RESTART PENDING - SEE GLRUNSTAT"
038586                                 TO  WS-ALERT-TEXT.
038596     PERFORM 8500-RAISE-ALERT    THRU 8500-EXIT.
038606     STOP RUN.
038616 9500-EXIT.
038626     EXIT.
038636
038646*****************************************************************
038656* 8500-RAISE-ALERT - HAND THE EVENT SET UP IN WS-ALERT-EVENT,    *
038666*                    WS-ALERT-CNT AND WS-ALERT-TEXT TO THE       *
038676*                    OPERATOR ALERT DISPATCHER (GLALERT)         *
038686*****************************************************************
038696 8500-RAISE-ALERT.
038706     CALL "GLALERT"          USING WS-ALERT-EVENT
038716                                   WS-ALERT-PGM
038726                                   WS-ALERT-CNT
038736                                   WS-ALERT-TEXT.
038746 8500-EXIT.
038756     EXIT.
038766
038776 9999-EXIT.
038786     STOP RUN.
