003300*  AND TOTALS AND ENDS WITH A FEED PROVED OR FEED REJECTED      *
003400*  LINE.                                                        *
003500*                                                               *
003510*  EVERY RUN, PROVED OR REJECTED, LEAVES A ROW ON THE FEED      *
003520*  LOAD REGISTER (GLFDLREG) - THE FEED SYSTEM, THE FILE,        *
003530*  LIBRARY, MEMBER AND USER THE CALLING CL PASSES, THE TRAILER  *
003540*  COUNTS AND HASHES, THE COMPUTED TOTALS AND THE OUTCOME - AND *
003550*  EVERY BATCH IT LOADS IS LINKED BACK TO THAT ROW ON GLFDLBAT. *
003560*  THE FEED LINEAGE INQUIRY (GLFDLINQ) READS BOTH.              *
003570*                                                               *
003600*---------------------------------------------------------------*
003700*  MODIFICATION HISTORY                                         *
003800*---------------------------------------------------------------*
005680*                 AND THE ASSIGNED BATCH NUMBER, OR THE          *
005690*                 PASS-1 REJECT REASON.  GLFDACK2 ADDS THE       *
005692*                 POST-POSTING "P" RECORDS.                      *
005694*  10/15/26  MJF  GENERATED BATCH HEADERS ARE WRITTEN TO THE     *
005696*                 BASE LEDGER (BLANK GLBTCH-BOOK-CODE).          *
005705*  10/15/26  MJF  PASS 1 NOW ENDS WITH A SUSPECTED-DUPLICATES    *
005710*                 SECTION: A DETAIL MATCHING POSTED HISTORY, A   *
005715*                 PENDING JOURNAL LINE OR ANOTHER GROUP OF THE   *
005720*                 FEED ON COMPANY, ACCOUNT, SIDE, AMOUNT AND     *
005725*                 DOCUMENT REFERENCE WITHIN THE SOURCE'S DAY     *
005730*                 WINDOW, OR A FEED WHOSE COUNT AND TOTALS MATCH *
005735*                 ONE ALREADY LOADED (GLFDHIST, WRITTEN BY PASS  *
005740*                 2), REJECTS THE FEED UNLESS RELEASED ON        *
005745*                 GLDUPREL.                                      *
005750*  10/15/26  MJF  A REJECTED FEED NOW RAISES A FEED-REJECTED     *
005755*                 OPERATOR ALERT THROUGH GLALERT.                *
005760*  10/15/26  MJF  A FEED DETAIL MAY NOW CARRY A PROJECT CODE     *
005765*                 (GLFD-DTL-PROJECT-CODE), WRITTEN TO THE        *
005770*                 JOURNAL LINE; GLPOST VALIDATES IT.             *
005775*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION  *
005780*                 FILE (GLPNDREC); THE DUPLICATE CHECK READS     *
005785*                 ONLY ITS LINES STILL PENDING, A POSTED LINE    *
005790*                 BEING IN HISTORY ALREADY.                      *
005791*  10/15/26  MJF  EVERY RUN NOW WRITES A FEED LOAD REGISTER ROW  *
005792*                 (GLFDLREG) WITH THE FEED FILE, LIBRARY, MEMBER *
005793*                 AND USER (NEW PARAMETERS FROM THE CALLING CL), *
005794*                 THE TRAILER COUNTS AND HASHES AND THE OUTCOME, *
005795*                 AND LINKS EACH LOADED BATCH BACK TO IT ON      *
005796*                 GLFDLBAT.                                      *
005797*****************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.   IBM-ISERIES.
010420     SELECT ACK-FILE   ASSIGN TO GLFDACK
010430         ORGANIZATION IS SEQUENTIAL
010440         FILE STATUS  IS WS-ACK-STATUS.
010442
010444     SELECT PEND-FILE  ASSIGN TO GLTRANIN
010446         ORGANIZATION IS INDEXED
010448         ACCESS       IS DYNAMIC
010450         RECORD KEY   IS GLPND-KEY
010452         FILE STATUS  IS WS-PND-STATUS.
010454
010456     SELECT HST-FILE   ASSIGN TO GLHIST
010458         ORGANIZATION IS INDEXED
010460         ACCESS       IS DYNAMIC
010462         RECORD KEY   IS GLHST-KEY
010464         FILE STATUS  IS WS-HST-STATUS.
010466
010468     SELECT DUP-FILE   ASSIGN TO GLDUPREL
010470         ORGANIZATION IS INDEXED
010472         ACCESS       IS DYNAMIC
010474         RECORD KEY   IS GLDUP-KEY
010476         FILE STATUS  IS WS-DUP-STATUS.
010478
010480     SELECT FDH-FILE   ASSIGN TO GLFDHIST
010486         ORGANIZATION IS INDEXED
010492         ACCESS       IS DYNAMIC
010498         RECORD KEY   IS GLFDH-KEY
010504         FILE STATUS  IS WS-FDH-STATUS.
010510
010516
010522     SELECT REG-FILE   ASSIGN TO GLFDLREG
010528         ORGANIZATION IS INDEXED
010534         ACCESS       IS DYNAMIC
010540         RECORD KEY   IS GLFLR-KEY
010546         FILE STATUS  IS WS-REG-STATUS.
010552
010558     SELECT LBT-FILE   ASSIGN TO GLFDLBAT
010564         ORGANIZATION IS INDEXED
010570         ACCESS       IS DYNAMIC
010576         RECORD KEY   IS GLFLG-KEY
010582         FILE STATUS  IS WS-LBT-STATUS.
010588     SELECT SORT-FILE  ASSIGN TO GLFDDSRT.
010594
010600/
010700*****************************************************************
010800* D A T A   D I V I S I O N                                     *
014630     LABEL RECORDS ARE STANDARD
014640     RECORDING MODE IS F.
014650     COPY GLACKREC.
014652
014654 FD  PEND-FILE
014656     LABEL RECORDS ARE STANDARD
014658     RECORDING MODE IS F.
014659     COPY GLPNDREC.
014660     COPY GLJEREC
014662         REPLACING ==GLJE-RECORD==     BY ==PND-RECORD==
014664                   ==GLJE-BATCH-NO==   BY ==PND-BATCH-NO==
014666                   ==GLJE-LINE-NO==    BY ==PND-LINE-NO==
014668                   ==GLJE-ACCT-NO==    BY ==PND-ACCT-NO==
014670                   ==GLJE-DR-CR-CODE== BY ==PND-DR-CR-CODE==
014672                   ==GLJE-DEBIT==      BY ==PND-DEBIT==
014674                   ==GLJE-CREDIT==     BY ==PND-CREDIT==
014676                   ==GLJE-QTY==        BY ==PND-QTY==
014678                   ==GLJE-PRICE==      BY ==PND-PRICE==
014680                   ==GLJE-CURR-CODE==  BY ==PND-CURR-CODE==
014682                   ==GLJE-CO-CODE==    BY ==PND-CO-CODE==
014684                   ==GLJE-DEPT-CODE==  BY ==PND-DEPT-CODE==
014686                   ==GLJE-DOC-REF==    BY ==PND-DOC-REF==
014687                   ==GLJE-PROJECT-CODE== BY ==PND-PROJECT-CODE==
014688                   ==GLJE-TAX-CODE==   BY ==PND-TAX-CODE==.
014689
014690 FD  HST-FILE
014692     LABEL RECORDS ARE STANDARD.
014694     COPY GLHSTREC.
014696
014698 FD  DUP-FILE
014700     LABEL RECORDS ARE STANDARD.
014702     COPY GLDUPREC.
014704
014706 FD  FDH-FILE
014708     LABEL RECORDS ARE STANDARD.
014710     COPY GLFDHREC.
014712
014714
014716 FD  REG-FILE
014718     LABEL RECORDS ARE STANDARD.
014720     COPY GLFLRREC.
014722
014724 FD  LBT-FILE
014726     LABEL RECORDS ARE STANDARD.
014728     COPY GLFLGREC.
014730*
014732* A PENDING JOURNAL LINE ("P") OR A LINE OF THIS FEED ("F").  A
014734* FEED LINE CARRIES ITS GROUP ORDINAL AND ITS DETAIL NUMBER IN
014736* THE GROUP - THE LINE NUMBER IT WILL BE LOADED AS.
014738*
014740 SD  SORT-FILE.
014742 01  SRT-RECORD.
014744     05  SRT-MATCH-KEY.
014746         10  SRT-CO-CODE            PIC X(03).
014748         10  SRT-ACCT-NO            PIC 9(06).
014750         10  SRT-DR-CR-CODE         PIC X(01).
014752         10  SRT-AMOUNT             PIC S9(09)V99  COMP-3.
014754         10  SRT-DOC-REF            PIC X(15).
014756         10  SRT-BOOK-CODE          PIC X(02).
014758     05  SRT-DAY-NO                 PIC 9(07).
014760     05  SRT-TYPE                   PIC X(01).
014762     05  SRT-GROUP-SEQ              PIC 9(05).
014764     05  SRT-BATCH-NO               PIC 9(06).
014766     05  SRT-LINE-NO                PIC 9(04).
014768     05  SRT-WINDOW                 PIC 9(03).
014770     05  SRT-FLAGGED-SW             PIC X(01).
014772     05  SRT-RELEASED-SW            PIC X(01).
014774
014800/
014900*****************************************************************
015000* W O R K I N G   S T O R A G E   S E C T I O N                 *
020900 77  WS-GROUP-CNT               PIC 9(05) VALUE ZERO.
021000 77  WS-LOAD-LINE-CNT           PIC 9(07) BINARY VALUE ZERO.
021100 77  WS-LOAD-BATCH-CNT          PIC 9(07) BINARY VALUE ZERO.
021101
021102 77  WS-PND-STATUS              PIC X(02) VALUE SPACES.
021103     88  WS-PND-EOF                      VALUE "10".
021104
021105 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
021106     88  WS-HST-EOF                      VALUE "10".
021107
021108 77  WS-DUP-STATUS              PIC X(02) VALUE SPACES.
021109     88  WS-DUP-OK                       VALUE "00".
021110
021111 77  WS-FDH-STATUS              PIC X(02) VALUE SPACES.
021112     88  WS-FDH-OK                       VALUE "00".
021113
021114 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
021115 77  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
021116
021117*
021118* THE WHOLE FEED'S FIGURES FOR THE LOADED-FEED MATCH: ITS FEED
021119* SYSTEM AND DAY WINDOW (FROM THE FIRST GROUP'S SOURCE CODE),
021120* DETAIL COUNT AND DEBIT/CREDIT TOTALS ACROSS EVERY GROUP.
021121*
021122 77  WS-FD-FEED-SYSTEM          PIC X(10) VALUE SPACES.
021123
021124 77  WS-ALERT-EVENT             PIC X(04) VALUE SPACES.
021125 77  WS-ALERT-PGM               PIC X(10) VALUE "GLFDLOAD".
021126 77  WS-ALERT-CNT               PIC 9(07) VALUE ZERO.
021127 77  WS-ALERT-TEXT              PIC X(60) VALUE SPACES.
021128
021129 77  WS-FD-WINDOW               PIC 9(03) VALUE 30.
021130 77  WS-FD-DTL-CNT              PIC 9(07) VALUE ZERO.
021131 77  WS-FD-TOTAL-DR             PIC S9(11)V99 COMP-3 VALUE ZERO.
021132 77  WS-FD-TOTAL-CR             PIC S9(11)V99 COMP-3 VALUE ZERO.
021133 77  WS-FD-REL-CNT              PIC 9(05) VALUE ZERO.
021134 77  WS-FD-FIRST-BATCH-NO       PIC 9(06) VALUE ZERO.
021135
021136 77  WS-DUP-DEFAULT-DAYS        PIC 9(03) VALUE 30.
021137 77  WS-DUP-WINDOW              PIC 9(03) VALUE ZERO.
021138 77  WS-DUP-CO-CODE             PIC X(03) VALUE SPACES.
021139 77  WS-DUP-BOOK-CODE           PIC X(02) VALUE SPACES.
021140 77  WS-DUP-DAY-NO              PIC 9(07) VALUE ZERO.
021141 77  WS-DUP-BATCH-DAY-NO        PIC 9(07) VALUE ZERO.
021142 77  WS-DUP-DAY-DIFF            PIC S9(07) VALUE ZERO.
021143 77  WS-DUP-AMOUNT              PIC S9(09)V99 COMP-3 VALUE ZERO.
021144 77  WS-DUP-PREV-BATCH          PIC 9(06) VALUE ZERO.
021145 77  WS-DUP-GROUP-SEQ           PIC 9(05) VALUE ZERO.
021146 77  WS-DUP-LINE-SEQ            PIC 9(04) VALUE ZERO.
021147 77  WS-DUP-CNT                 PIC 9(07) BINARY VALUE ZERO.
021148 77  WS-DUP-RELEASED-CNT        PIC 9(07) BINARY VALUE ZERO.
021149
021150 77  WS-DUP-FIRST-SW            PIC X(01) VALUE "Y".
021151     88  WS-DUP-FIRST-LINE               VALUE "Y".
021152
021153 77  WS-DUP-BATCH-OK-SW         PIC X(01) VALUE "N".
021154     88  WS-DUP-BATCH-OK                 VALUE "Y".
021155
021156 77  WS-GRP-REL-SW              PIC X(01) VALUE "N".
021157     88  WS-GRP-RELEASED                 VALUE "Y".
021158
021159 77  WS-DUP-REL-SW              PIC X(01) VALUE "N".
021160     88  WS-DUP-RELEASED                 VALUE "Y".
021161
021162 77  WS-DUP-HIT-SW              PIC X(01) VALUE "N".
021163     88  WS-DUP-HIT                      VALUE "Y".
021164
021165 77  WS-FDH-DONE-SW             PIC X(01) VALUE "N".
021166     88  WS-FDH-DONE                     VALUE "Y".
021167
021168 77  WS-FDH-HIT-SW              PIC X(01) VALUE "N".
021169     88  WS-FDH-HIT                      VALUE "Y".
021170
021171 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
021172     88  WS-SORT-EOF                     VALUE "Y".
021173
021174 77  WS-DG-IX                   PIC 9(03) BINARY VALUE ZERO.
021175 77  WS-DG-JX                   PIC 9(03) BINARY VALUE ZERO.
021176 77  WS-DG-CNT                  PIC 9(03) BINARY VALUE ZERO.
021177
021178 77  WS-REG-STATUS              PIC X(02) VALUE SPACES.
021179     88  WS-REG-OK                       VALUE "00".
021180 77  WS-LBT-STATUS              PIC X(02) VALUE SPACES.
021181     88  WS-LBT-OK                       VALUE "00".
021182 77  WS-REG-OUTCOME             PIC X(01) VALUE SPACES.
021183*
021184* THE TRAILERS' OWN COUNT AND HASH TOTALS AS THE FEED SENT THEM,
021185* AND THE FIRST PROOF FAILURE, FOR THE FEED LOAD REGISTER.
021186*
021187 77  WS-FD-TRL-CNT              PIC 9(07) VALUE ZERO.
021188 77  WS-FD-TRL-HASH-DR          PIC S9(11)V99 COMP-3 VALUE ZERO.
021189 77  WS-FD-TRL-HASH-CR          PIC S9(11)V99 COMP-3 VALUE ZERO.
021190 77  WS-FD-FIRST-ERR            PIC X(40) VALUE SPACES.
021200
021300 01  WS-GROUP-LINE.
021400     05  FILLER                 PIC X(06) VALUE "GROUP ".
022760     05  WS-AK-LOST-PRT         PIC 9(05).
022770     05  FILLER                 PIC X(36)
022780         VALUE " ACKNOWLEDGED WITHOUT FEED IDENTITY".
022781
022782 01  WS-DUP-WORK-DATE.
022783     05  WS-DUP-WORK-YY         PIC 9(04).
022784     05  WS-DUP-WORK-MM         PIC 9(02).
022785     05  WS-DUP-WORK-DD         PIC 9(02).
022786
022787*
022788* THE LINES SHARING ONE COMPANY/ACCOUNT/SIDE/AMOUNT/DOCUMENT
022789* REFERENCE/BOOK, IN DATE ORDER OFF THE SORT.  A GROUP LONGER
022790* THAN THE TABLE IS TESTED ON ITS FIRST 50 LINES.
022791*
022792 01  WS-DG-KEY.
022793     05  WS-DG-CO-CODE          PIC X(03).
022794     05  WS-DG-ACCT-NO          PIC 9(06).
022795     05  WS-DG-DR-CR-CODE       PIC X(01).
022796     05  WS-DG-AMOUNT           PIC S9(09)V99 COMP-3.
022797     05  WS-DG-DOC-REF          PIC X(15).
022798     05  WS-DG-BOOK-CODE        PIC X(02).
022799
022800 01  WS-DG-TABLE.
022801     05  WS-DG-ENTRY            OCCURS 50 TIMES.
022802         10  WS-DG-DAY-NO           PIC 9(07).
022803         10  WS-DG-TYPE             PIC X(01).
022804         10  WS-DG-GROUP-SEQ        PIC 9(05).
022805         10  WS-DG-BATCH-NO         PIC 9(06).
022806         10  WS-DG-LINE-NO          PIC 9(04).
022807         10  WS-DG-WINDOW           PIC 9(03).
022808         10  WS-DG-FLAGGED-SW       PIC X(01).
022809         10  WS-DG-RELEASED-SW      PIC X(01).
022810
022811 01  WS-DUP-LINE.
022812     05  FILLER                 PIC X(12) VALUE "  DUP GROUP ".
022813     05  WS-DPL-GROUP-SEQ       PIC 9(05).
022814     05  FILLER                 PIC X(06) VALUE " LINE ".
022815     05  WS-DPL-LINE-NO         PIC 9(04).
022816     05  FILLER                 PIC X(06) VALUE " ACCT ".
022817     05  WS-DPL-ACCT-NO         PIC 9(06).
022818     05  FILLER                 PIC X(03) VALUE " = ".
022819     05  WS-DPL-MATCH-TYPE      PIC X(10).
022820     05  WS-DPL-MATCH-BATCH     PIC 9(06).
022821     05  FILLER                 PIC X(01) VALUE "/".
022822     05  WS-DPL-MATCH-LINE      PIC 9(04).
022823     05  FILLER                 PIC X(01) VALUE SPACES.
022824     05  WS-DPL-NOTE            PIC X(08).
022825
022826 01  WS-DUP-FEED-LINE.
022827     05  FILLER                 PIC X(27)
022828         VALUE "  DUP FEED MATCHES LOAD OF ".
022829     05  WS-DPF-LOAD-DATE       PIC 9(08).
022830     05  FILLER                 PIC X(01) VALUE SPACES.
022831     05  WS-DPF-LOAD-TIME       PIC 9(06).
022832     05  FILLER                 PIC X(09) VALUE " BATCHES ".
022833     05  WS-DPF-FIRST-BATCH     PIC 9(06).
022834     05  FILLER                 PIC X(01) VALUE "-".
022835     05  WS-DPF-LAST-BATCH      PIC 9(06).
022836     05  FILLER                 PIC X(01) VALUE SPACES.
022837     05  WS-DPF-NOTE            PIC X(08).
022838
022839 01  WS-DUP-TOTAL-LINE.
022840     05  FILLER                 PIC X(22)
022841         VALUE "SUSPECTED DUPLICATES: ".
022842     05  WS-DPT-DUP-CNT         PIC ZZZZZZ9.
022843     05  FILLER                 PIC X(25)
022844         VALUE "   RELEASED BY OPERATOR: ".
022845     05  WS-DPT-REL-CNT         PIC ZZZZZZ9.
022846
022849/
022852****************************************************************
022855* L I N K A G E   S E C T I O N                                *
022858*                                                              *
022861* WS-USER-ID IS THE USER THE LOAD RUNS FOR AND WS-FEED-ID THE  *
022864* LIBRARY, FILE AND MEMBER THE CALLING CL OVERRODE GLFEEDIN    *
022867* TO.  BOTH ARE RECORDED ON THE FEED LOAD REGISTER ONLY.       *
022870****************************************************************
022873 LINKAGE SECTION.
022876 01  WS-USER-ID                 PIC X(10).
022879 01  WS-FEED-ID.
022882     05  WS-FEED-LIB            PIC X(10).
022885     05  WS-FEED-FILE           PIC X(10).
022888     05  WS-FEED-MBR            PIC X(10).
022900/
023000*****************************************************************
023100* P R O C E D U R E   D I V I S I O N                           *
023200*****************************************************************
023300 PROCEDURE DIVISION      USING WS-USER-ID
023310                               WS-FEED-ID.
023400
023500*****************************************************************
023600* 0000-MAINLINE                                                 *
024000     PERFORM 2000-PROVE-ONE-RECORD    THRU 2000-EXIT
024100         UNTIL WS-FEED-EOF.
024200     PERFORM 2900-END-OF-PROOF        THRU 2900-EXIT.
024210
024220     IF  WS-FEED-PROVES
024230         PERFORM 3000-CHECK-DUPLICATES THRU 3000-EXIT.
024300
024400     IF  WS-FEED-PROVES
024500         PERFORM 4000-LOAD-PASS       THRU 4000-EXIT
025900     OPEN INPUT  COA-FILE.
026000     OPEN OUTPUT RPT-FILE.
026010     OPEN OUTPUT ACK-FILE.
026020     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
026030     ACCEPT WS-RUN-TIME           FROM TIME.
026100
026200     MOVE SPACES                  TO  GLFDP-RECORD.
026300     MOVE "INTERFACE FEED CONTROL REPORT" TO  GLFDP-RECORD.
034114     IF  WS-AK-CUR-ROW
034116         MOVE GLSRC-FEED-SYSTEM
034118                              TO  WS-AK-FEED-SYSTEM (WS-AK-NDX).
034119
034120     IF  WS-GROUP-CNT IS EQUAL TO 1
034121         IF  GLSRC-FEED-SYSTEM IS EQUAL TO SPACES
034122             MOVE GLSRC-CODE      TO  WS-FD-FEED-SYSTEM
034123         ELSE
034124             MOVE GLSRC-FEED-SYSTEM TO  WS-FD-FEED-SYSTEM
034125         END-IF
034126         IF  GLSRC-DUP-DAYS IS NUMERIC
034127         AND GLSRC-DUP-DAYS IS GREATER THAN ZERO
034128             MOVE GLSRC-DUP-DAYS  TO  WS-FD-WINDOW
034129         END-IF
034130     END-IF.
034131
034132     IF  GLSRC-IS-INACTIVE
034140         MOVE "SOURCE CODE INACTIVE"  TO  WS-ERR-TEXT
034150         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
034200 2200-EXIT.
040900     MOVE "N"                     TO  WS-IN-GROUP-SW.
041000
041100     PERFORM 2500-PRINT-GROUP     THRU 2500-EXIT.
041110
041112     ADD GLFD-TRL-REC-CNT         TO  WS-FD-TRL-CNT.
041114     ADD GLFD-TRL-HASH-DR         TO  WS-FD-TRL-HASH-DR.
041116     ADD GLFD-TRL-HASH-CR         TO  WS-FD-TRL-HASH-CR.
041120     ADD WS-GRP-DTL-CNT           TO  WS-FD-DTL-CNT.
041130     ADD WS-GRP-TOTAL-DR          TO  WS-FD-TOTAL-DR.
041140     ADD WS-GRP-TOTAL-CR          TO  WS-FD-TOTAL-CR.
041200
041300     IF  GLFD-TRL-REC-CNT IS NOT EQUAL TO WS-GRP-DTL-CNT
041400         MOVE "RECORD COUNT DOES NOT PROVE" TO  WS-ERR-TEXT
045000     MOVE WS-ERROR-LINE           TO  GLFDP-RECORD.
045100     WRITE GLFDP-RECORD.
045200     MOVE "N"                     TO  WS-FEED-OK-SW.
045203     IF  WS-FD-FIRST-ERR IS EQUAL TO SPACES
045206         MOVE WS-ERR-TEXT         TO  WS-FD-FIRST-ERR.
045210
045220*
045230* THE FIRST FAILURE CHARGED TO THE GROUP MOST RECENTLY SEEN
046400 2900-EXIT.
046500     EXIT.
046600
046601*****************************************************************
046602* 3000-CHECK-DUPLICATES - THE LAST PROOF OF PASS 1, PRINTED IN   *
046603*                         ITS OWN SECTION: EVERY FEED LINE WITH  *
046604*                         A DOCUMENT REFERENCE IS MATCHED ON     *
046605*                         COMPANY, ACCOUNT, SIDE, AMOUNT AND     *
046606*                         REFERENCE AGAINST POSTED HISTORY, THE  *
046607*                         PENDING JOURNAL LINES (GLTRANIN) AND   *
046608*                         THE FEED'S OTHER GROUPS, WITHIN THE    *
046609*                         SOURCE'S DAY WINDOW; THEN THE WHOLE    *
046610*                         FEED'S COUNT AND TOTALS ARE MATCHED    *
046611*                         AGAINST THE FEEDS ALREADY LOADED.  A   *
046612*                         SUSPECTED DUPLICATE THE OPERATOR HAS   *
046613*                         NOT RELEASED ON GLDUPREL REJECTS THE   *
046614*                         FEED                                   *
046615*****************************************************************
046616 3000-CHECK-DUPLICATES.
046617     MOVE SPACES                  TO  GLFDP-RECORD.
046618     WRITE GLFDP-RECORD.
046619     MOVE SPACES                  TO  GLFDP-RECORD.
046620     MOVE "SUSPECTED DUPLICATES"  TO  GLFDP-RECORD.
046621     WRITE GLFDP-RECORD.
046622
046623     OPEN INPUT  HST-FILE.
046624     OPEN INPUT  DUP-FILE.
046625     OPEN INPUT  BTCH-FILE.
046626
046627     SORT SORT-FILE
046628         ON ASCENDING KEY SRT-MATCH-KEY
046629                          SRT-DAY-NO
046630                          SRT-TYPE
046631                          SRT-GROUP-SEQ
046632                          SRT-BATCH-NO
046633                          SRT-LINE-NO
046634         INPUT PROCEDURE  IS 3100-RELEASE-LINES THRU 3100-EXIT
046635         OUTPUT PROCEDURE IS 3500-MATCH-LINES   THRU 3500-EXIT.
046636
046637     CLOSE HST-FILE.
046638     CLOSE DUP-FILE.
046639     CLOSE BTCH-FILE.
046640
046641     PERFORM 3050-CHECK-FEED-TOTALS THRU 3050-EXIT.
046642
046643     IF  WS-DUP-CNT IS EQUAL TO ZERO
046644     AND WS-DUP-RELEASED-CNT IS EQUAL TO ZERO
046645         MOVE SPACES              TO  GLFDP-RECORD
046646         MOVE "  NO SUSPECTED DUPLICATES."
046647                                   TO  GLFDP-RECORD
046648     ELSE
046649         MOVE WS-DUP-CNT          TO  WS-DPT-DUP-CNT
046650         MOVE WS-DUP-RELEASED-CNT TO  WS-DPT-REL-CNT
046651         MOVE WS-DUP-TOTAL-LINE   TO  GLFDP-RECORD.
046652     WRITE GLFDP-RECORD.
046653 3000-EXIT.
046654     EXIT.
046655
046656*****************************************************************
046657* 3050-CHECK-FEED-TOTALS - A FEED WHOSE SYSTEM, DETAIL COUNT AND *
046658*                          DEBIT/CREDIT TOTALS MATCH A FEED      *
046659*                          LOADED WITHIN THE DAY WINDOW IS A     *
046660*                          SUSPECTED DUPLICATE FEED, RELEASED    *
046661*                          ONLY WHEN EVERY ONE OF ITS GROUPS IS  *
046662*****************************************************************
046663 3050-CHECK-FEED-TOTALS.
046664     MOVE "N"                     TO  WS-FDH-DONE-SW.
046665     MOVE "N"                     TO  WS-FDH-HIT-SW.
046666     MOVE WS-RUN-DATE             TO  WS-DUP-WORK-DATE.
046667     PERFORM 3400-DAY-NUMBER      THRU 3400-EXIT.
046668     MOVE WS-DUP-DAY-NO           TO  WS-DUP-BATCH-DAY-NO.
046669
046670     OPEN INPUT  FDH-FILE.
046671     MOVE WS-FD-FEED-SYSTEM       TO  GLFDH-FEED-SYSTEM.
046672     MOVE WS-FD-DTL-CNT           TO  GLFDH-DTL-CNT.
046673     MOVE WS-FD-TOTAL-DR          TO  GLFDH-TOTAL-DR.
046674     MOVE WS-FD-TOTAL-CR          TO  GLFDH-TOTAL-CR.
046675     MOVE ZERO                    TO  GLFDH-LOAD-DATE.
046676     MOVE ZERO                    TO  GLFDH-LOAD-TIME.
046677     START FDH-FILE
046678         KEY IS NOT LESS THAN GLFDH-KEY
046679         INVALID KEY
046680             MOVE "Y"             TO  WS-FDH-DONE-SW.
046681
046682     PERFORM 3060-ONE-LOADED-FEED THRU 3060-EXIT
046683         UNTIL WS-FDH-DONE.
046684     CLOSE FDH-FILE.
046685
046686     IF  NOT WS-FDH-HIT
046687     OR  WS-FD-REL-CNT IS NOT LESS THAN WS-GROUP-CNT
046688         GO TO 3050-EXIT.
046689
046690     MOVE "N"                     TO  WS-FEED-OK-SW.
046691     PERFORM 3080-CHARGE-FEED-GROUP THRU 3080-EXIT
046692         VARYING WS-AK-NDX FROM 1 BY 1
046693         UNTIL WS-AK-NDX IS GREATER THAN WS-AK-CNT.
046694 3050-EXIT.
046695     EXIT.
046696
046697*****************************************************************
046698* 3060-ONE-LOADED-FEED - ONE EARLIER LOAD OF THE SAME FIGURES;   *
046699*                        READING PAST THEM ENDS THE SEARCH       *
046700*****************************************************************
046701 3060-ONE-LOADED-FEED.
046702     READ FDH-FILE NEXT RECORD
046703         AT END
046704             MOVE "Y"             TO  WS-FDH-DONE-SW
046705             GO TO 3060-EXIT.
046706
046707     IF  GLFDH-FEED-SYSTEM IS NOT EQUAL TO WS-FD-FEED-SYSTEM
046708     OR  GLFDH-DTL-CNT IS NOT EQUAL TO WS-FD-DTL-CNT
046709     OR  GLFDH-TOTAL-DR IS NOT EQUAL TO WS-FD-TOTAL-DR
046710     OR  GLFDH-TOTAL-CR IS NOT EQUAL TO WS-FD-TOTAL-CR
046711         MOVE "Y"                 TO  WS-FDH-DONE-SW
046712         GO TO 3060-EXIT.
046713
046714     MOVE GLFDH-LOAD-DATE         TO  WS-DUP-WORK-DATE.
046715     PERFORM 3400-DAY-NUMBER      THRU 3400-EXIT.
046716     COMPUTE WS-DUP-DAY-DIFF =
046717         WS-DUP-BATCH-DAY-NO - WS-DUP-DAY-NO.
046718     IF  WS-DUP-DAY-DIFF IS GREATER THAN WS-FD-WINDOW
046719         GO TO 3060-EXIT.
046720
046721     MOVE "Y"                     TO  WS-FDH-HIT-SW.
046722     MOVE GLFDH-LOAD-DATE         TO  WS-DPF-LOAD-DATE.
046723     MOVE GLFDH-LOAD-TIME         TO  WS-DPF-LOAD-TIME.
046724     MOVE GLFDH-FIRST-BATCH-NO    TO  WS-DPF-FIRST-BATCH.
046725     MOVE GLFDH-LAST-BATCH-NO     TO  WS-DPF-LAST-BATCH.
046726     IF  WS-FD-REL-CNT IS NOT LESS THAN WS-GROUP-CNT
046727         MOVE "RELEASED"          TO  WS-DPF-NOTE
046728         ADD 1                    TO  WS-DUP-RELEASED-CNT
046729     ELSE
046730         MOVE SPACES              TO  WS-DPF-NOTE
046731         ADD 1                    TO  WS-DUP-CNT.
046732     MOVE WS-DUP-FEED-LINE        TO  GLFDP-RECORD.
046733     WRITE GLFDP-RECORD.
046734 3060-EXIT.
046735     EXIT.
046736
046737*****************************************************************
046738* 3080-CHARGE-FEED-GROUP - A DUPLICATE FEED IS EVERY GROUP'S     *
046739*                          ACKNOWLEDGED REASON, UNLESS THE GROUP *
046740*                          ALREADY FAILED ON ITS OWN             *
046741*****************************************************************
046742 3080-CHARGE-FEED-GROUP.
046743     IF  WS-AK-ERR-TEXT (WS-AK-NDX) IS EQUAL TO SPACES
046744         MOVE "SUSPECTED DUPLICATE FEED"
046745                                  TO  WS-AK-ERR-TEXT (WS-AK-NDX).
046746 3080-EXIT.
046747     EXIT.
046748
046749*****************************************************************
046750* 3100-RELEASE-LINES - SORT INPUT PROCEDURE; THE PENDING JOURNAL *
046751*                      LINES, THEN A THIRD READ OF THE FEED      *
046752*                      RELEASING ITS DETAIL LINES, EACH TESTED   *
046753*                      AGAINST HISTORY ON THE WAY                *
046754*****************************************************************
046755 3100-RELEASE-LINES.
046756     OPEN INPUT  PEND-FILE.
046757     MOVE "Y"                     TO  WS-DUP-FIRST-SW.
046758     PERFORM 3110-READ-PENDING    THRU 3110-EXIT.
046759     PERFORM 3120-ONE-PENDING-LINE THRU 3120-EXIT
046760         UNTIL WS-PND-EOF.
046761     CLOSE PEND-FILE.
046762
046763     CLOSE FEED-FILE.
046764     OPEN INPUT  FEED-FILE.
046765     MOVE SPACES                  TO  WS-FEED-STATUS.
046766     MOVE ZERO                    TO  WS-DUP-GROUP-SEQ.
046767     PERFORM 2100-READ-NEXT-FEED  THRU 2100-EXIT.
046768     PERFORM 3150-ONE-FEED-RECORD THRU 3150-EXIT
046769         UNTIL WS-FEED-EOF.
046770 3100-EXIT.
046771     EXIT.
046772
046773*****************************************************************
046774* 3110-READ-PENDING - READ THE NEXT JOURNAL LINE STILL PENDING;  *
046775*                     A POSTED LINE IS ALREADY IN HISTORY        *
046776*****************************************************************
046777 3110-READ-PENDING.
046778     READ PEND-FILE NEXT RECORD
046779         AT END
046780             MOVE "10"            TO  WS-PND-STATUS
046781             GO TO 3110-EXIT.
046782
046783     IF  NOT GLPND-PENDING
046784         GO TO 3110-READ-PENDING.
046785 3110-EXIT.
046786     EXIT.
046787
046788*****************************************************************
046789* 3120-ONE-PENDING-LINE - A PENDING LINE WITH A DOCUMENT         *
046790*                         REFERENCE, IN A BATCH ON FILE, GOES TO *
046791*                         THE SORT DATED BY ITS BATCH            *
046792*****************************************************************
046793 3120-ONE-PENDING-LINE.
046794     IF  WS-DUP-FIRST-LINE
046795     OR  PND-BATCH-NO IS NOT EQUAL TO WS-DUP-PREV-BATCH
046796         PERFORM 3130-PENDING-BATCH-INFO THRU 3130-EXIT
046797         MOVE PND-BATCH-NO        TO  WS-DUP-PREV-BATCH
046798         MOVE "N"                 TO  WS-DUP-FIRST-SW.
046799
046800     IF  NOT WS-DUP-BATCH-OK
046801     OR  PND-DOC-REF IS EQUAL TO SPACES
046802         GO TO 3120-NEXT.
046803
046804     MULTIPLY PND-QTY BY PND-PRICE GIVING WS-DUP-AMOUNT.
046805     MOVE PND-CO-CODE             TO  SRT-CO-CODE.
046806     MOVE PND-ACCT-NO             TO  SRT-ACCT-NO.
046807     MOVE PND-DR-CR-CODE          TO  SRT-DR-CR-CODE.
046808     MOVE WS-DUP-AMOUNT           TO  SRT-AMOUNT.
046809     MOVE PND-DOC-REF             TO  SRT-DOC-REF.
046810     MOVE WS-DUP-BOOK-CODE        TO  SRT-BOOK-CODE.
046811     MOVE WS-DUP-BATCH-DAY-NO     TO  SRT-DAY-NO.
046812     MOVE "P"                     TO  SRT-TYPE.
046813     MOVE ZERO                    TO  SRT-GROUP-SEQ.
046814     MOVE PND-BATCH-NO            TO  SRT-BATCH-NO.
046815     MOVE PND-LINE-NO             TO  SRT-LINE-NO.
046816     MOVE ZERO                    TO  SRT-WINDOW.
046817     MOVE "N"                     TO  SRT-FLAGGED-SW.
046818     MOVE "N"                     TO  SRT-RELEASED-SW.
046819     RELEASE SRT-RECORD.
046820
046821 3120-NEXT.
046822     PERFORM 3110-READ-PENDING    THRU 3110-EXIT.
046823 3120-EXIT.
046824     EXIT.
046825
046826*****************************************************************
046827* 3130-PENDING-BATCH-INFO - ON A BATCH BREAK, THE PENDING        *
046828*                           BATCH'S ENTRY DATE AS A DAY NUMBER   *
046829*                           AND ITS BOOK                         *
046830*****************************************************************
046831 3130-PENDING-BATCH-INFO.
046832     MOVE "N"                     TO  WS-DUP-BATCH-OK-SW.
046833     MOVE PND-BATCH-NO            TO  GLBTCH-BATCH-NO.
046834     READ BTCH-FILE
046835         INVALID KEY
046836             GO TO 3130-EXIT.
046837
046838     MOVE "Y"                     TO  WS-DUP-BATCH-OK-SW.
046839     MOVE GLBTCH-BOOK-CODE        TO  WS-DUP-BOOK-CODE.
046840     MOVE GLBTCH-ENTRY-DATE       TO  WS-DUP-WORK-DATE.
046841     PERFORM 3400-DAY-NUMBER      THRU 3400-EXIT.
046842     MOVE WS-DUP-DAY-NO           TO  WS-DUP-BATCH-DAY-NO.
046843 3130-EXIT.
046844     EXIT.
046845
046846*****************************************************************
046847* 3150-ONE-FEED-RECORD - HEADERS SET THE GROUP'S DATE, WINDOW    *
046848*                        AND RELEASE; A NON-STATISTICAL DETAIL   *
046849*                        WITH A DOCUMENT REFERENCE IS TESTED     *
046850*                        AGAINST HISTORY AND GOES TO THE SORT    *
046851*****************************************************************
046852 3150-ONE-FEED-RECORD.
046853     IF  GLFD-HEADER
046854         PERFORM 3160-FEED-GROUP-INFO THRU 3160-EXIT
046855         GO TO 3150-NEXT.
046856
046857     IF  NOT GLFD-DETAIL
046858         GO TO 3150-NEXT.
046859
046860     ADD 1                        TO  WS-DUP-LINE-SEQ.
046861     IF  GLFD-DTL-DOC-REF IS EQUAL TO SPACES
046862         GO TO 3150-NEXT.
046863
046864     PERFORM 2350-CHECK-STAT      THRU 2350-EXIT.
046865     IF  WS-STAT-LINE
046866         GO TO 3150-NEXT.
046867
046868     MULTIPLY GLFD-DTL-QTY BY GLFD-DTL-PRICE
046869         GIVING WS-DUP-AMOUNT.
046870     IF  GLFD-DTL-CO-CODE IS EQUAL TO SPACES
046871         MOVE WS-GRP-CO-CODE      TO  WS-DUP-CO-CODE
046872     ELSE
046873         MOVE GLFD-DTL-CO-CODE    TO  WS-DUP-CO-CODE.
046874
046875     PERFORM 3170-SEARCH-HISTORY  THRU 3170-EXIT.
046876
046877     MOVE WS-DUP-CO-CODE          TO  SRT-CO-CODE.
046878     MOVE GLFD-DTL-ACCT-NO        TO  SRT-ACCT-NO.
046879     MOVE GLFD-DTL-DR-CR-CODE     TO  SRT-DR-CR-CODE.
046880     MOVE WS-DUP-AMOUNT           TO  SRT-AMOUNT.
046881     MOVE GLFD-DTL-DOC-REF        TO  SRT-DOC-REF.
046882     MOVE SPACES                  TO  SRT-BOOK-CODE.
046883     MOVE WS-DUP-BATCH-DAY-NO     TO  SRT-DAY-NO.
046884     MOVE "F"                     TO  SRT-TYPE.
046885     MOVE WS-DUP-GROUP-SEQ        TO  SRT-GROUP-SEQ.
046886     MOVE ZERO                    TO  SRT-BATCH-NO.
046887     MOVE WS-DUP-LINE-SEQ         TO  SRT-LINE-NO.
046888     MOVE WS-DUP-WINDOW           TO  SRT-WINDOW.
046889     MOVE WS-DUP-HIT-SW           TO  SRT-FLAGGED-SW.
046890     MOVE WS-GRP-REL-SW           TO  SRT-RELEASED-SW.
046891     RELEASE SRT-RECORD.
046892
046893 3150-NEXT.
046894     PERFORM 2100-READ-NEXT-FEED  THRU 2100-EXIT.
046895 3150-EXIT.
046896     EXIT.
046897
046898*****************************************************************
046899* 3160-FEED-GROUP-INFO - A NEW GROUP: ITS ENTRY DATE AS A DAY    *
046900*                        NUMBER, ITS SOURCE'S DAY WINDOW, AND    *
046901*                        WHETHER THE OPERATOR HAS RELEASED IT BY *
046902*                        ITS HEADER IDENTITY                     *
046903*****************************************************************
046904 3160-FEED-GROUP-INFO.
046905     ADD 1                        TO  WS-DUP-GROUP-SEQ.
046906     MOVE ZERO                    TO  WS-DUP-LINE-SEQ.
046907     MOVE GLFD-HDR-CO-CODE        TO  WS-GRP-CO-CODE.
046908     MOVE GLFD-HDR-ENTRY-DATE     TO  WS-DUP-WORK-DATE.
046909     PERFORM 3400-DAY-NUMBER      THRU 3400-EXIT.
046910     MOVE WS-DUP-DAY-NO           TO  WS-DUP-BATCH-DAY-NO.
046911
046912     MOVE WS-DUP-DEFAULT-DAYS     TO  WS-DUP-WINDOW.
046913     MOVE GLFD-HDR-SOURCE-CODE    TO  GLSRC-CODE.
046914     READ SRC-FILE
046915         INVALID KEY
046916             GO TO 3160-RELEASE.
046917     IF  GLSRC-DUP-DAYS IS NUMERIC
046918     AND GLSRC-DUP-DAYS IS GREATER THAN ZERO
046919         MOVE GLSRC-DUP-DAYS      TO  WS-DUP-WINDOW.
046920
046921 3160-RELEASE.
046922     MOVE "N"                     TO  WS-GRP-REL-SW.
046923     MOVE ZERO                    TO  GLDUP-BATCH-NO.
046924     MOVE ZERO                    TO  GLDUP-LINE-NO.
046925     MOVE GLFD-HDR-SOURCE-CODE    TO  GLDUP-SOURCE-CODE.
046926     MOVE GLFD-HDR-CO-CODE        TO  GLDUP-CO-CODE.
046927     MOVE GLFD-HDR-ENTRY-DATE     TO  GLDUP-ENTRY-DATE.
046928     READ DUP-FILE
046929         INVALID KEY
046930             CONTINUE
046931     END-READ.
046932     IF  WS-DUP-OK
046933         MOVE "Y"                 TO  WS-GRP-REL-SW
046934         ADD 1                    TO  WS-FD-REL-CNT.
046935 3160-EXIT.
046936     EXIT.
046937
046938*****************************************************************
046939* 3170-SEARCH-HISTORY - BROWSE THE LINE'S ACCOUNT ON THE GL      *
046940*                       HISTORY FOR A POSTED BASE-LEDGER LINE OF *
046941*                       THE SAME SIDE, AMOUNT AND DOCUMENT       *
046942*                       REFERENCE INSIDE THE DAY WINDOW          *
046943*****************************************************************
046944 3170-SEARCH-HISTORY.
046945     MOVE "N"                     TO  WS-DUP-HIT-SW.
046946     MOVE SPACES                  TO  WS-HST-STATUS.
046947
046948     MOVE WS-DUP-CO-CODE          TO  GLHST-CO-CODE.
046949     MOVE GLFD-DTL-ACCT-NO        TO  GLHST-ACCT-NO.
046950     MOVE ZERO                    TO  GLHST-PERIOD.
046951     MOVE ZERO                    TO  GLHST-BATCH-NO.
046952     MOVE ZERO                    TO  GLHST-LINE-NO.
046953     START HST-FILE
046954         KEY IS NOT LESS THAN GLHST-KEY
046955         INVALID KEY
046956             MOVE "10"            TO  WS-HST-STATUS.
046957
046958     PERFORM 3180-ONE-HISTORY-ROW THRU 3180-EXIT
046959         UNTIL WS-HST-EOF OR WS-DUP-HIT.
046960 3170-EXIT.
046961     EXIT.
046962
046963*****************************************************************
046964* 3180-ONE-HISTORY-ROW - TEST ONE POSTED LINE; READING PAST THE  *
046965*                        ACCOUNT ENDS THE SEARCH.  THE AMOUNT IS *
046966*                        THE LINE'S OWN, IN EITHER ITS           *
046967*                        TRANSACTION OR HOME CURRENCY            *
046968*****************************************************************
046969 3180-ONE-HISTORY-ROW.
046970     READ HST-FILE NEXT RECORD
046971         AT END
046972             MOVE "10"            TO  WS-HST-STATUS
046973             GO TO 3180-EXIT.
046974
046975     IF  GLHST-CO-CODE IS NOT EQUAL TO WS-DUP-CO-CODE
046976     OR  GLHST-ACCT-NO IS NOT EQUAL TO GLFD-DTL-ACCT-NO
046977         MOVE "10"                TO  WS-HST-STATUS
046978         GO TO 3180-EXIT.
046979
046980     IF  GLHST-DR-CR-CODE IS NOT EQUAL TO GLFD-DTL-DR-CR-CODE
046981     OR  GLHST-DOC-REF IS NOT EQUAL TO GLFD-DTL-DOC-REF
046982     OR  GLHST-BOOK-CODE IS NOT EQUAL TO SPACES
046983         GO TO 3180-EXIT.
046984
046985     IF  GLHST-FOREIGN-AMT IS NOT EQUAL TO WS-DUP-AMOUNT
046986     AND GLHST-EXT-AMT IS NOT EQUAL TO WS-DUP-AMOUNT
046987         GO TO 3180-EXIT.
046988
046989     MOVE GLHST-ENTRY-DATE        TO  WS-DUP-WORK-DATE.
046990     PERFORM 3400-DAY-NUMBER      THRU 3400-EXIT.
046991     COMPUTE WS-DUP-DAY-DIFF =
046992         WS-DUP-DAY-NO - WS-DUP-BATCH-DAY-NO.
046993     IF  WS-DUP-DAY-DIFF IS LESS THAN ZERO
046994         COMPUTE WS-DUP-DAY-DIFF = ZERO - WS-DUP-DAY-DIFF.
046995     IF  WS-DUP-DAY-DIFF IS GREATER THAN WS-DUP-WINDOW
046996         GO TO 3180-EXIT.
046997
046998     MOVE "Y"                     TO  WS-DUP-HIT-SW.
046999     MOVE WS-DUP-GROUP-SEQ        TO  WS-DPL-GROUP-SEQ.
047000     MOVE WS-DUP-LINE-SEQ         TO  WS-DPL-LINE-NO.
047001     MOVE GLFD-DTL-ACCT-NO        TO  WS-DPL-ACCT-NO.
047002     MOVE "HISTORY"               TO  WS-DPL-MATCH-TYPE.
047003     MOVE GLHST-BATCH-NO          TO  WS-DPL-MATCH-BATCH.
047004     MOVE GLHST-LINE-NO           TO  WS-DPL-MATCH-LINE.
047005     MOVE WS-GRP-REL-SW           TO  WS-DUP-REL-SW.
047006     PERFORM 3600-PRINT-DUPLICATE THRU 3600-EXIT.
047007 3180-EXIT.
047008     EXIT.
047009
047010*****************************************************************
047011* 3400-DAY-NUMBER - CONVERT WS-DUP-WORK-DATE TO A 30-DAY-MONTH   *
047012*                   DAY NUMBER, THE SAME SHORTCUT THE BANK       *
047013*                   RECONCILIATION MATCHING USES                 *
047014*****************************************************************
047015 3400-DAY-NUMBER.
047016     COMPUTE WS-DUP-DAY-NO =
047017         (WS-DUP-WORK-YY * 360) + (WS-DUP-WORK-MM * 30)
047018         + WS-DUP-WORK-DD.
047019 3400-EXIT.
047020     EXIT.
047021
047022*****************************************************************
047023* 3500-MATCH-LINES - SORT OUTPUT PROCEDURE; THE LINES COME BACK  *
047024*                    GROUPED ON THEIR MATCH KEY, OLDEST FIRST,   *
047025*                    AND EACH GROUP IS TESTED AS IT CLOSES       *
047026*****************************************************************
047027 3500-MATCH-LINES.
047028     MOVE "N"                     TO  WS-SORT-EOF-SW.
047029     MOVE ZERO                    TO  WS-DG-CNT.
047030     PERFORM 3510-RETURN-LINE     THRU 3510-EXIT.
047031     PERFORM 3520-ONE-SORTED-LINE THRU 3520-EXIT
047032         UNTIL WS-SORT-EOF.
047033     PERFORM 3550-CLOSE-GROUP     THRU 3550-EXIT.
047034 3500-EXIT.
047035     EXIT.
047036
047037*****************************************************************
047038* 3510-RETURN-LINE - RETURN THE NEXT SORTED LINE                 *
047039*****************************************************************
047040 3510-RETURN-LINE.
047041     RETURN SORT-FILE
047042         AT END
047043             MOVE "Y"             TO  WS-SORT-EOF-SW.
047044 3510-EXIT.
047045     EXIT.
047046
047047*****************************************************************
047048* 3520-ONE-SORTED-LINE - A NEW MATCH KEY CLOSES THE GROUP BEFORE *
047049*                        IT; THE LINE JOINS THE GROUP TABLE      *
047050*****************************************************************
047051 3520-ONE-SORTED-LINE.
047052     IF  WS-DG-CNT IS GREATER THAN ZERO
047053     AND SRT-MATCH-KEY IS NOT EQUAL TO WS-DG-KEY
047054         PERFORM 3550-CLOSE-GROUP THRU 3550-EXIT.
047055
047056     IF  WS-DG-CNT IS EQUAL TO ZERO
047057         MOVE SRT-MATCH-KEY       TO  WS-DG-KEY.
047058
047059     IF  WS-DG-CNT IS LESS THAN 50
047060         ADD 1                    TO  WS-DG-CNT
047061         MOVE SRT-DAY-NO          TO  WS-DG-DAY-NO (WS-DG-CNT)
047062         MOVE SRT-TYPE            TO  WS-DG-TYPE (WS-DG-CNT)
047063         MOVE SRT-GROUP-SEQ       TO  WS-DG-GROUP-SEQ (WS-DG-CNT)
047064         MOVE SRT-BATCH-NO        TO  WS-DG-BATCH-NO (WS-DG-CNT)
047065         MOVE SRT-LINE-NO         TO  WS-DG-LINE-NO (WS-DG-CNT)
047066         MOVE SRT-WINDOW          TO  WS-DG-WINDOW (WS-DG-CNT)
047067         MOVE SRT-FLAGGED-SW      TO  WS-DG-FLAGGED-SW (WS-DG-CNT)
047068         MOVE SRT-RELEASED-SW
047069             TO  WS-DG-RELEASED-SW (WS-DG-CNT).
047070
047071     PERFORM 3510-RETURN-LINE     THRU 3510-EXIT.
047072 3520-EXIT.
047073     EXIT.
047074
047075*****************************************************************
047076* 3550-CLOSE-GROUP - EVERY FEED LINE OF THE GROUP IS TESTED      *
047077*                    AGAINST THE OTHER LINES                     *
047078*****************************************************************
047079 3550-CLOSE-GROUP.
047080     IF  WS-DG-CNT IS GREATER THAN 1
047081         PERFORM 3560-TEST-ONE-LINE THRU 3560-EXIT
047082             VARYING WS-DG-IX FROM 1 BY 1
047083             UNTIL WS-DG-IX IS GREATER THAN WS-DG-CNT.
047084     MOVE ZERO                    TO  WS-DG-CNT.
047085 3550-EXIT.
047086     EXIT.
047087
047088*****************************************************************
047089* 3560-TEST-ONE-LINE - ONLY THIS FEED'S LINES ARE CHARGED, AND A *
047090*                      LINE ALREADY CHARGED AGAINST HISTORY IS   *
047091*                      NOT CHARGED TWICE                         *
047092*****************************************************************
047093 3560-TEST-ONE-LINE.
047094     IF  WS-DG-TYPE (WS-DG-IX) IS NOT EQUAL TO "F"
047095     OR  WS-DG-FLAGGED-SW (WS-DG-IX) IS EQUAL TO "Y"
047096         GO TO 3560-EXIT.
047097
047098     MOVE "N"                     TO  WS-DUP-HIT-SW.
047099     PERFORM 3570-TEST-ONE-PAIR   THRU 3570-EXIT
047100         VARYING WS-DG-JX FROM 1 BY 1
047101         UNTIL WS-DG-JX IS GREATER THAN WS-DG-CNT
047102         OR    WS-DUP-HIT.
047103     IF  NOT WS-DUP-HIT
047104         GO TO 3560-EXIT.
047105
047106     MOVE WS-DG-GROUP-SEQ (WS-DG-IX) TO  WS-DPL-GROUP-SEQ.
047107     MOVE WS-DG-LINE-NO (WS-DG-IX)   TO  WS-DPL-LINE-NO.
047108     MOVE WS-DG-ACCT-NO           TO  WS-DPL-ACCT-NO.
047109     MOVE WS-DG-RELEASED-SW (WS-DG-IX) TO  WS-DUP-REL-SW.
047110     PERFORM 3600-PRINT-DUPLICATE THRU 3600-EXIT.
047111 3560-EXIT.
047112     EXIT.
047113
047114*****************************************************************
047115* 3570-TEST-ONE-PAIR - A PENDING LINE ON EITHER SIDE OF THE DATE *
047116*                      MATCHES; ANOTHER FEED LINE MATCHES ONLY   *
047117*                      FROM AN EARLIER PLACE IN ANOTHER GROUP,   *
047118*                      SO THE SECOND OF A PAIR IS THE ONE        *
047119*                      CHARGED                                   *
047120*****************************************************************
047121 3570-TEST-ONE-PAIR.
047122     IF  WS-DG-JX IS EQUAL TO WS-DG-IX
047123         GO TO 3570-EXIT.
047124
047125     IF  WS-DG-TYPE (WS-DG-JX) IS EQUAL TO "F"
047126         IF  WS-DG-JX IS GREATER THAN WS-DG-IX
047127         OR  WS-DG-GROUP-SEQ (WS-DG-JX) IS EQUAL TO
047128             WS-DG-GROUP-SEQ (WS-DG-IX)
047129             GO TO 3570-EXIT
047130         END-IF
047131     END-IF.
047132
047133     COMPUTE WS-DUP-DAY-DIFF =
047134         WS-DG-DAY-NO (WS-DG-IX) - WS-DG-DAY-NO (WS-DG-JX).
047135     IF  WS-DUP-DAY-DIFF IS LESS THAN ZERO
047136         COMPUTE WS-DUP-DAY-DIFF = ZERO - WS-DUP-DAY-DIFF.
047137     IF  WS-DUP-DAY-DIFF IS GREATER THAN WS-DG-WINDOW (WS-DG-IX)
047138         GO TO 3570-EXIT.
047139
047140     MOVE "Y"                     TO  WS-DUP-HIT-SW.
047141     IF  WS-DG-TYPE (WS-DG-JX) IS EQUAL TO "P"
047142         MOVE "PENDING"           TO  WS-DPL-MATCH-TYPE
047143         MOVE WS-DG-BATCH-NO (WS-DG-JX) TO  WS-DPL-MATCH-BATCH
047144     ELSE
047145         MOVE "THIS FEED"         TO  WS-DPL-MATCH-TYPE
047146         MOVE WS-DG-GROUP-SEQ (WS-DG-JX) TO  WS-DPL-MATCH-BATCH.
047147     MOVE WS-DG-LINE-NO (WS-DG-JX)  TO  WS-DPL-MATCH-LINE.
047148 3570-EXIT.
047149     EXIT.
047150
047151*****************************************************************
047152* 3600-PRINT-DUPLICATE - PRINT ONE SUSPECTED DUPLICATE LINE; ONE *
047153*                        NOT RELEASED REJECTS THE FEED AND IS    *
047154*                        ITS GROUP'S ACKNOWLEDGED REASON         *
047155*****************************************************************
047156 3600-PRINT-DUPLICATE.
047157     IF  WS-DUP-RELEASED
047158         MOVE "RELEASED"          TO  WS-DPL-NOTE
047159         ADD 1                    TO  WS-DUP-RELEASED-CNT
047160     ELSE
047161         MOVE SPACES              TO  WS-DPL-NOTE
047162         ADD 1                    TO  WS-DUP-CNT
047163         MOVE "N"                 TO  WS-FEED-OK-SW
047164         IF  WS-DPL-GROUP-SEQ IS NOT GREATER THAN WS-AK-CNT
047165             MOVE WS-DPL-GROUP-SEQ TO  WS-AK-IX
047166             SET WS-AK-NDX        TO  WS-AK-IX
047167             IF  WS-AK-ERR-TEXT (WS-AK-NDX) IS EQUAL TO SPACES
047168                 MOVE "SUSPECTED DUPLICATE"
047169                                  TO  WS-AK-ERR-TEXT (WS-AK-NDX)
047170             END-IF
047171         END-IF
047172     END-IF.
047173
047174     MOVE WS-DUP-LINE             TO  GLFDP-RECORD.
047175     WRITE GLFDP-RECORD.
047176 3600-EXIT.
047177     EXIT.
047178*****************************************************************
047179* 3900-REJECT-FEED - NOTHING WAS LOADED; SAY SO ON THE REPORT   *
047180*                    AND ALERT THE OPERATORS                    *
047181*****************************************************************
047182 3900-REJECT-FEED.
047183     MOVE SPACES                  TO  GLFDP-RECORD.
047200     WRITE GLFDP-RECORD.
047300     MOVE SPACES                  TO  GLFDP-RECORD.
047400     MOVE "*** FEED REJECTED - NOTHING LOADED ***"
047500                                   TO  GLFDP-RECORD.
047600     WRITE GLFDP-RECORD.
047700     DISPLAY "GLFDLOAD - FEED REJECTED, NOTHING LOADED".
047701
047702     MOVE "FDRJ"                  TO  WS-ALERT-EVENT.
047703     MOVE 1                       TO  WS-ALERT-CNT.
047704     MOVE SPACES                  TO  WS-ALERT-TEXT.
047705     STRING "FEED "               DELIMITED BY SIZE
047706            WS-FD-FEED-SYSTEM     DELIMITED BY SPACE
047707            " REJECTED - "        DELIMITED BY SIZE
047708            WS-ERR-TEXT           DELIMITED BY SIZE
047709         INTO WS-ALERT-TEXT.
047710     CALL "GLALERT"          USING WS-ALERT-EVENT
047711                                   WS-ALERT-PGM
047712                                   WS-ALERT-CNT
047713                                   WS-ALERT-TEXT.
047714
047720     PERFORM 3950-ACK-ONE-REJECT  THRU 3950-EXIT
047730         VARYING WS-AK-NDX FROM 1 BY 1
047740         UNTIL WS-AK-NDX IS GREATER THAN WS-AK-CNT.
047748
047756     IF  WS-FD-FIRST-ERR IS EQUAL TO SPACES
047764     AND WS-DUP-CNT IS GREATER THAN ZERO
047772         MOVE "SUSPECTED DUPLICATE" TO  WS-FD-FIRST-ERR.
047780     MOVE "R"                     TO  WS-REG-OUTCOME.
047788     PERFORM 4800-WRITE-REGISTER  THRU 4800-EXIT.
047800 3900-EXIT.
047900     EXIT.
047903
049400     OPEN I-O    BTCH-FILE.
049500
049600     PERFORM 1100-FIND-NEXT-BATCH-NO THRU 1100-EXIT.
049610     COMPUTE WS-FD-FIRST-BATCH-NO = WS-NEXT-BATCH-NO + 1.
049620     MOVE "I"                     TO  WS-REG-OUTCOME.
049630     PERFORM 4800-WRITE-REGISTER  THRU 4800-EXIT.
049640     OPEN I-O    LBT-FILE.
049650     MOVE ZERO                    TO  WS-AK-IX.
049660     MOVE ZERO                    TO  WS-AK-ORD.
049700
050300     CLOSE SPT-FILE.
050400     CLOSE NAR-FILE.
050500     CLOSE BTCH-FILE.
050503     CLOSE LBT-FILE.
050506     PERFORM 4900-COMPLETE-REGISTER THRU 4900-EXIT.
050510
050520     IF  WS-LOAD-BATCH-CNT IS GREATER THAN ZERO
050530         PERFORM 4600-RECORD-FEED-LOAD THRU 4600-EXIT.
050600
050700     MOVE SPACES                  TO  GLFDP-RECORD.
050800     WRITE GLFDP-RECORD.
060000         MOVE GLFD-DTL-CO-CODE    TO  GLJE-CO-CODE.
060100     MOVE GLFD-DTL-DEPT-CODE      TO  GLJE-DEPT-CODE.
060150     MOVE GLFD-DTL-DOC-REF        TO  GLJE-DOC-REF.
060160     MOVE GLFD-DTL-PROJECT-CODE   TO  GLJE-PROJECT-CODE.
060170     MOVE GLFD-DTL-TAX-CODE       TO  GLJE-TAX-CODE.
060200
060300     WRITE GLJE-RECORD.
060400     IF  NOT WS-OUT-OK
067200     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
067300     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
067400     MOVE WS-GRP-SOURCE-CODE      TO  GLBTCH-SOURCE-CODE.
067450     MOVE SPACES                  TO  GLBTCH-BOOK-CODE.
067500
067600     WRITE GLBTCH-RECORD.
067700     IF  NOT WS-BTCH-OK
068200     ADD 1                        TO  WS-LOAD-BATCH-CNT.
068300
068310     PERFORM 4450-ACK-ONE-ACCEPT  THRU 4450-EXIT.
068315     PERFORM 4460-LINK-BATCH      THRU 4460-EXIT.
068320
068400     IF  WS-GRP-LEDGER-CODE IS NOT EQUAL TO SPACES
068500         PERFORM 4500-UPDATE-SUB-PERIOD THRU 4500-EXIT.
071600         STOP RUN.
071700 4500-EXIT.
071800     EXIT.
071803
071806*****************************************************************
071809* 4600-RECORD-FEED-LOAD - REMEMBER THE LOADED FEED'S COUNT AND   *
071812*                         TOTALS ON GLFDHIST, SO A SECOND LOAD   *
071815*                         OF THE SAME FILE IS CAUGHT IN PASS 1   *
071818*****************************************************************
071821 4600-RECORD-FEED-LOAD.
071824     OPEN I-O    FDH-FILE.
071827
071830     MOVE SPACES                  TO  GLFDH-RECORD.
071833     MOVE WS-FD-FEED-SYSTEM       TO  GLFDH-FEED-SYSTEM.
071836     MOVE WS-FD-DTL-CNT           TO  GLFDH-DTL-CNT.
071839     MOVE WS-FD-TOTAL-DR          TO  GLFDH-TOTAL-DR.
071842     MOVE WS-FD-TOTAL-CR          TO  GLFDH-TOTAL-CR.
071845     MOVE WS-RUN-DATE             TO  GLFDH-LOAD-DATE.
071848     MOVE WS-RUN-TIME (1:6)       TO  GLFDH-LOAD-TIME.
071851     MOVE WS-LOAD-BATCH-CNT       TO  GLFDH-GROUP-CNT.
071854     MOVE WS-FD-FIRST-BATCH-NO    TO  GLFDH-FIRST-BATCH-NO.
071857     MOVE WS-NEXT-BATCH-NO        TO  GLFDH-LAST-BATCH-NO.
071860
071863     WRITE GLFDH-RECORD.
071866     IF  NOT WS-FDH-OK
071869         DISPLAY "GLFDLOAD - ERROR WRITING GLFDHIST, STATUS "
071872                 WS-FDH-STATUS
071875         STOP RUN.
071878
071881     CLOSE FDH-FILE.
071884 4600-EXIT.
071894     EXIT.
071904
071914*****************************************************************
071924* 4460-LINK-BATCH - LINK THE BATCH NUMBER JUST WRITTEN BACK TO  *
071934*                   THIS RUN'S FEED LOAD REGISTER ROW           *
071944*****************************************************************
071954 4460-LINK-BATCH.
071964     MOVE SPACES                  TO  GLFLG-RECORD.
071974     MOVE WS-CUR-BATCH-NO         TO  GLFLG-BATCH-NO.
071984     MOVE WS-RUN-DATE             TO  GLFLG-LOAD-DATE.
071994     MOVE WS-RUN-TIME             TO  GLFLG-LOAD-TIME.
072004     MOVE WS-AK-ORD               TO  GLFLG-GROUP-SEQ.
072014     MOVE WS-GRP-SOURCE-CODE      TO  GLFLG-SOURCE-CODE.
072024     MOVE WS-GRP-CO-CODE          TO  GLFLG-CO-CODE.
072034     MOVE WS-GRP-ENTRY-DATE       TO  GLFLG-ENTRY-DATE.
072044     MOVE WS-CUR-LINE-NO          TO  GLFLG-LINE-CNT.
072054     MOVE WS-GRP-TOTAL-DR         TO  GLFLG-TOTAL-DR.
072064     MOVE WS-GRP-TOTAL-CR         TO  GLFLG-TOTAL-CR.
072074
072084     WRITE GLFLG-RECORD.
072094     IF  NOT WS-LBT-OK
072104         DISPLAY "GLFDLOAD - ERROR WRITING GLFDLBAT, STATUS "
072114                 WS-LBT-STATUS
072124         STOP RUN.
072134 4460-EXIT.
072144     EXIT.
072154
072164*****************************************************************
072174* 4800-WRITE-REGISTER - WRITE THIS RUN'S FEED LOAD REGISTER ROW: *
072184*                       "R" FOR A REJECTED FEED, "I" AS PASS 2   *
072194*                       BEGINS ON A PROVED ONE                   *
072204*****************************************************************
072214 4800-WRITE-REGISTER.
072224     OPEN I-O    REG-FILE.
072234
072244     MOVE SPACES                  TO  GLFLR-RECORD.
072254     MOVE WS-RUN-DATE             TO  GLFLR-LOAD-DATE.
072264     MOVE WS-RUN-TIME             TO  GLFLR-LOAD-TIME.
072274     MOVE WS-FD-FEED-SYSTEM       TO  GLFLR-FEED-SYSTEM.
072284     MOVE WS-FEED-LIB             TO  GLFLR-FEED-LIB.
072294     MOVE WS-FEED-FILE            TO  GLFLR-FEED-FILE.
072304     MOVE WS-FEED-MBR             TO  GLFLR-FEED-MBR.
072314     MOVE WS-USER-ID              TO  GLFLR-USER-ID.
072324     MOVE WS-REG-OUTCOME          TO  GLFLR-OUTCOME-SW.
072334     IF  GLFLR-REJECTED
072344         IF  WS-FD-FIRST-ERR IS EQUAL TO SPACES
072354             MOVE "FEED REJECTED - SEE CONTROL RPT"
072364                                  TO  GLFLR-REASON
072374         ELSE
072384             MOVE WS-FD-FIRST-ERR TO  GLFLR-REASON
072394         END-IF
072404     END-IF.
072414     MOVE WS-GROUP-CNT            TO  GLFLR-GROUP-CNT.
072424     MOVE WS-FD-TRL-CNT           TO  GLFLR-TRL-REC-CNT.
072434     MOVE WS-FD-TRL-HASH-DR       TO  GLFLR-TRL-HASH-DR.
072444     MOVE WS-FD-TRL-HASH-CR       TO  GLFLR-TRL-HASH-CR.
072454     MOVE WS-FD-DTL-CNT           TO  GLFLR-DTL-CNT.
072464     MOVE WS-FD-TOTAL-DR          TO  GLFLR-TOTAL-DR.
072474     MOVE WS-FD-TOTAL-CR          TO  GLFLR-TOTAL-CR.
072484     MOVE WS-DUP-CNT              TO  GLFLR-DUP-CNT.
072494     MOVE ZERO                    TO  GLFLR-BATCH-CNT.
072504     MOVE ZERO                    TO  GLFLR-FIRST-BATCH-NO.
072514     MOVE ZERO                    TO  GLFLR-LAST-BATCH-NO.
072524     MOVE ZERO                    TO  GLFLR-LINE-CNT.
072534     IF  GLFLR-IN-PROGRESS
072544         MOVE WS-FD-FIRST-BATCH-NO TO  GLFLR-FIRST-BATCH-NO.
072554
072564     WRITE GLFLR-RECORD.
072574     IF  NOT WS-REG-OK
072584         DISPLAY "GLFDLOAD - ERROR WRITING GLFDLREG, STATUS "
072594                 WS-REG-STATUS
072604         STOP RUN.
072614
072624     CLOSE REG-FILE.
072634 4800-EXIT.
072644     EXIT.
072654
072664*****************************************************************
072674* 4900-COMPLETE-REGISTER - PASS 2 IS DONE; MARK THE REGISTER ROW *
072684*                          LOADED WITH ITS BATCH RANGE           *
072694*****************************************************************
072704 4900-COMPLETE-REGISTER.
072714     OPEN I-O    REG-FILE.
072724
072734     MOVE WS-RUN-DATE             TO  GLFLR-LOAD-DATE.
072744     MOVE WS-RUN-TIME             TO  GLFLR-LOAD-TIME.
072754     READ REG-FILE
072764         INVALID KEY
072774             DISPLAY "GLFDLOAD - REGISTER ROW MISSING, STATUS "
072784                     WS-REG-STATUS
072794             STOP RUN.
072804
072814     MOVE "L"                     TO  GLFLR-OUTCOME-SW.
072824     MOVE WS-LOAD-BATCH-CNT       TO  GLFLR-BATCH-CNT.
072834     MOVE WS-LOAD-LINE-CNT        TO  GLFLR-LINE-CNT.
072844     IF  WS-LOAD-BATCH-CNT IS EQUAL TO ZERO
072854         MOVE ZERO                TO  GLFLR-FIRST-BATCH-NO
072864     ELSE
072874         MOVE WS-NEXT-BATCH-NO    TO  GLFLR-LAST-BATCH-NO.
072884
072894     REWRITE GLFLR-RECORD.
072904     IF  NOT WS-REG-OK
072914         DISPLAY "GLFDLOAD - ERROR UPDATING GLFDLREG, STATUS "
072924                 WS-REG-STATUS
072934         STOP RUN.
072944
072954     CLOSE REG-FILE.
072964 4900-EXIT.
072974     EXIT.
072984
072994*****************************************************************
073004* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
073014*****************************************************************
073024 9000-TERMINATE.
073034     CLOSE FEED-FILE.
073044     CLOSE RPT-FILE.
073054     CLOSE ACK-FILE.
073064     CLOSE COA-FILE.
073074
073084     DISPLAY "GLFDLOAD - BATCHES LOADED: " WS-LOAD-BATCH-CNT.
073094     DISPLAY "GLFDLOAD - LINES LOADED:   " WS-LOAD-LINE-CNT.
073104 9000-EXIT.
073114     EXIT.
073124
073134 9999-EXIT.
073400     STOP RUN.
