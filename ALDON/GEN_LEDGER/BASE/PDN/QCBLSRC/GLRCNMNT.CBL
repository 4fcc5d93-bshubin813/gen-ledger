000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLRCNMNT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLRCNMNT  -  BALANCE-SHEET RECONCILIATION CERTIFICATION      *
001000*               SCREEN                                          *
001100*                                                               *
001200*  MAINTAINS THE RECONCILIATION MASTER (GLRCNREC, ONE ROW PER   *
001300*  COMPANY/ACCOUNT/PERIOD).  THE OPERATOR KEYS AN ACTION, THE   *
001400*  COMPANY, A BALANCE-SHEET ACCOUNT AND THE PERIOD (YYYYMM) ON  *
001500*  THE RCNFMT FORMAT:                                           *
001600*                                                               *
001700*    I  DISPLAY THE RECONCILIATION - STATUS, WHO PREPARED AND   *
001800*       REVIEWED IT AND WHEN, AND ANY REOPENING BY A POSTING -  *
001900*       WITH THE DIFFERENCE RECOMPUTED AGAINST THE ACCOUNT'S    *
002000*       CURRENT ENDING BALANCE FOR THE PERIOD.                  *
002100*    P  PREPARE IT - THE SUPPORTING-SCHEDULE TOTAL, A           *
002200*       TOLERANCE AND THE EXPLANATION.  THE SCREEN LOOKS UP     *
002300*       THE PERIOD'S ENDING BALANCE ON THE BALANCE HISTORY      *
002400*       FILE (GLBALREC) AND STAMPS IT, THE UNEXPLAINED          *
002500*       DIFFERENCE, THE PREPARER AND THE DATE ON THE ROW.       *
002600*       RE-PREPARING A REVIEWED ROW CLEARS THE REVIEW.          *
002700*    R  REVIEW IT - SIGN-OFF BY A SECOND USER.  SEGREGATION OF  *
002800*       DUTIES: THE PREPARER MAY NOT REVIEW THEIR OWN           *
002900*       RECONCILIATION, THE SAME RULE GLAPPRV APPLIES TO        *
003000*       BATCHES.  ONLY A PREPARED ROW WHOSE DIFFERENCE IS       *
003100*       WITHIN ITS TOLERANCE CAN BE REVIEWED.                   *
003200*                                                               *
003300*  A PERIOD WITH NO BALANCE HISTORY ROW OF ITS OWN TAKES THE    *
003400*  LATEST EARLIER ROW'S ENDING BALANCE (NO ACTIVITY SINCE),     *
003500*  OR WITH NONE THE FIRST LATER ROW'S OPENING BALANCE, OR WITH  *
003600*  NO HISTORY AT ALL THE ACCOUNT'S CURRENT BALANCE.             *
003700*                                                               *
003800*  GLPOST REOPENS A PREPARED OR REVIEWED ROW WHEN A LATER       *
003900*  POSTING CHANGES THE PERIOD'S ENDING BALANCE.  ACTIONS NEED   *
004000*  INQUIRY AUTHORITY (GLUSRAUT) FOR THE COMPANY, AND EVERY      *
004100*  PREPARATION AND REVIEW WRITES A GLLOGREC-STYLE AUDIT ROW     *
004200*  (ACTION CODE "M") CARRYING THE GL ENDING BALANCE AND THE     *
004300*  SCHEDULE TOTAL.  PF3 EXITS.                                  *
004400*                                                               *
004500*  THIS PROGRAM FOLLOWS THE SAME WORKSTATION-FILE/EXTERNALLY-   *
004600*  DESCRIBED-SCREEN CONVENTION GLENCMNT AND GLCOAMNT USE.       *
004700*                                                               *
004800*---------------------------------------------------------------*
004900*  MODIFICATION HISTORY                                         *
005000*---------------------------------------------------------------*
005100*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
005110*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
005120*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-ISERIES.
005600 OBJECT-COMPUTER.   IBM-ISERIES.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT SCREEN-FILE
006000         ASSIGN       TO WORKSTATION-GLRCNMNT-SI
006100         ORGANIZATION IS TRANSACTION
006200         ACCESS       IS DYNAMIC
006300         FILE STATUS  IS WS-SCR-STATUS.
006400
006500     SELECT RCN-FILE   ASSIGN TO GLRECON
006600         ORGANIZATION IS INDEXED
006700         ACCESS       IS DYNAMIC
006800         RECORD KEY   IS GLRCN-KEY
006900         FILE STATUS  IS WS-RCN-STATUS.
007000
007100     SELECT COA-FILE   ASSIGN TO GLCOA
007200         ORGANIZATION IS INDEXED
007300         ACCESS       IS DYNAMIC
007400         RECORD KEY   IS GLCOA-KEY
007500         FILE STATUS  IS WS-COA-STATUS.
007600
007700     SELECT BAL-FILE   ASSIGN TO GLPERBAL
007800         ORGANIZATION IS INDEXED
007900         ACCESS       IS DYNAMIC
008000         RECORD KEY   IS GLBAL-KEY
008100         FILE STATUS  IS WS-BAL-STATUS.
008200
008300     SELECT USR-FILE   ASSIGN TO GLUSRAUT
008400         ORGANIZATION IS INDEXED
008500         ACCESS       IS DYNAMIC
008600         RECORD KEY   IS GLUSR-KEY
008700         FILE STATUS  IS WS-USR-STATUS.
008800
008900     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS  IS WS-LOG-STATUS.
009200
009300/
009400*****************************************************************
009500* D A T A   D I V I S I O N                                     *
009600*****************************************************************
009700 DATA DIVISION.
009800 FILE SECTION.
009900
010000 FD  SCREEN-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  SCREEN-REC.
010300     COPY DDS-ALL-FORMATS OF GLRCNMNT.
010400
010500 FD  RCN-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY GLRCNREC.
010800
010900 FD  COA-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY GLCOAREC.
011200
011300 FD  BAL-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY GLBALREC.
011600
011700 FD  USR-FILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY GLUSRREC.
012000
012100 FD  LOG-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORDING MODE IS F.
012400     COPY GLLOGREC.
012500
012600/
012700*****************************************************************
012800* W O R K I N G   S T O R A G E   S E C T I O N                 *
012900*****************************************************************
013000 WORKING-STORAGE SECTION.
013100
013200 01  WS-RCNFMT-REC.
013300     COPY DDS-RCNFMT          OF GLRCNMNT.
013400
013500 01  ALL-99-INDICATORS.
013600     05  IN-CONTROL             OCCURS 99 TIMES
013700                                PIC 1      INDICATOR 1.
013800         88  IND-ON-FOR                     VALUE B"1".
013900         88  IND-OFF-FOR                    VALUE B"0".
014000
014100 01  INDICATOR-USAGE-LIST.
014200     05  EXIT-REQUESTED-IN03    PIC 99     VALUE 03.
014300     05  CLR-MSG                PIC 99     VALUE 98.
014400     05  DSP-MSG                PIC 99     VALUE 99.
014500
014600 77  WS-SCR-STATUS              PIC X(02) VALUE SPACES.
014700
014800 77  WS-RCN-STATUS              PIC X(02) VALUE SPACES.
014900     88  WS-RCN-OK                       VALUE "00".
015000
015100 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
015200     88  WS-COA-OK                       VALUE "00".
015300
015400 77  WS-BAL-STATUS              PIC X(02) VALUE SPACES.
015500     88  WS-BAL-OK                       VALUE "00".
015600
015700 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
015800     88  WS-USR-OK                       VALUE "00".
015900
016000 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
016100     88  WS-LOG-OK                       VALUE "00".
016200
016300 77  WS-FINISHED-SW             PIC X(01) VALUE "N".
016400     88  WS-FINISHED                     VALUE "Y".
016500
016600 77  WS-EDITS-OK-SW             PIC X(01) VALUE "N".
016700     88  WS-EDITS-OK                     VALUE "Y".
016800
016900 77  WS-AUTH-OK-SW              PIC X(01) VALUE "N".
017000     88  WS-AUTH-OK                      VALUE "Y".
017100
017200 77  WS-RCN-FOUND-SW            PIC X(01) VALUE "N".
017300     88  WS-RCN-FOUND                    VALUE "Y".
017400
017500 77  WS-GL-END-BAL              PIC S9(09)V99 COMP-3 VALUE ZERO.
017600 77  WS-UNEXPL-DIFF             PIC S9(09)V99 COMP-3 VALUE ZERO.
017700 77  WS-ABS-DIFF                PIC S9(09)V99 COMP-3 VALUE ZERO.
017800 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
017900 77  WS-MNT-CNT                 PIC 9(07) BINARY VALUE ZERO.
018000
018100 01  WS-CHK-PERIOD.
018200     05  WS-CHK-PERIOD-NO       PIC 9(06).
018300     05  WS-CHK-PERIOD-PARTS    REDEFINES WS-CHK-PERIOD-NO.
018400         10  WS-CHK-PERIOD-YYYY PIC 9(04).
018500         10  WS-CHK-PERIOD-MM   PIC 9(02).
018600
018610     COPY GLLCHREC.
018620
018700/
018800*****************************************************************
018900* L I N K A G E   S E C T I O N                                 *
019000*                                                               *
019100* WS-USER-ID IS THE OPERATOR - STAMPED AS PREPARER OR REVIEWER, *
019200* CHECKED AGAINST THE PREPARER ON A REVIEW, AND RECORDED ON     *
019300* EVERY AUDIT ROW.                                              *
019400*****************************************************************
019500 LINKAGE SECTION.
019600 01  WS-USER-ID                 PIC X(10).
019700/
019800*****************************************************************
019900* P R O C E D U R E   D I V I S I O N                           *
020000*****************************************************************
020100 PROCEDURE DIVISION      USING WS-USER-ID.
020200
020300*****************************************************************
020400* 0000-MAINLINE                                                 *
020500*****************************************************************
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
020800     PERFORM 2000-PROCESS-SCREEN      THRU 2000-EXIT
020900         UNTIL WS-FINISHED.
021000     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
021100     GO TO 9999-EXIT.
021200
021300*****************************************************************
021400* 1000-INITIALIZE - OPEN THE SCREEN, MASTER AND AUDIT FILES     *
021500*****************************************************************
021600 1000-INITIALIZE.
021700     OPEN I-O    SCREEN-FILE.
021800     OPEN I-O    RCN-FILE.
021900     OPEN INPUT  COA-FILE.
022000     OPEN INPUT  BAL-FILE.
022100     OPEN INPUT  USR-FILE.
022200     OPEN EXTEND LOG-FILE.
022300
022400     ACCEPT WS-TODAY              FROM DATE YYYYMMDD.
022500     MOVE ALL B"0"                TO  ALL-99-INDICATORS.
022600     MOVE SPACES                  TO  WS-RCNFMT-REC.
022700 1000-EXIT.
022800     EXIT.
022900
023000*****************************************************************
023100* 2000-PROCESS-SCREEN - DISPLAY THE FORMAT, READ THE KEYED      *
023200*                       ACTION AND APPLY IT                     *
023300*****************************************************************
023400 2000-PROCESS-SCREEN.
023500     WRITE SUBFILE SCREEN-REC FROM WS-RCNFMT-REC
023600         FORMAT IS "RCNFMT"
023700         INDICATORS ARE IN-CONTROL.
023800
023900     READ SCREEN-FILE INTO WS-RCNFMT-REC
024000         FORMAT IS "RCNFMT"
024100         INDICATORS ARE IN-CONTROL.
024200
024300     IF  IND-ON-FOR (EXIT-REQUESTED-IN03)
024400         MOVE "Y"                 TO  WS-FINISHED-SW
024500         GO TO 2000-EXIT.
024600
024700     MOVE SPACES                  TO  RCN-MESSAGE.
024800
024900     IF  RCN-ACTION IS NOT EQUAL TO "I"
025000     AND RCN-ACTION IS NOT EQUAL TO "P"
025100     AND RCN-ACTION IS NOT EQUAL TO "R"
025200         MOVE "ACTION MUST BE I, P OR R" TO  RCN-MESSAGE
025300         GO TO 2000-EXIT.
025400
025500     PERFORM 6000-EDIT-KEY        THRU 6000-EXIT.
025600     IF  NOT WS-EDITS-OK
025700         GO TO 2000-EXIT.
025800
025900     PERFORM 4100-CHECK-AUTHORITY THRU 4100-EXIT.
026000     IF  NOT WS-AUTH-OK
026100         GO TO 2000-EXIT.
026200
026300     PERFORM 6300-GET-GL-END-BAL  THRU 6300-EXIT.
026400     PERFORM 6500-READ-RECON      THRU 6500-EXIT.
026500
026600     IF  RCN-ACTION IS EQUAL TO "I"
026700         PERFORM 2500-SHOW-RECON  THRU 2500-EXIT
026800         GO TO 2000-EXIT.
026900
027000     IF  RCN-ACTION IS EQUAL TO "P"
027100         PERFORM 3000-PREPARE-RECON THRU 3000-EXIT
027200         GO TO 2000-EXIT.
027300
027400     PERFORM 4000-REVIEW-RECON    THRU 4000-EXIT.
027500 2000-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900* 2500-SHOW-RECON - DISPLAY THE KEYED RECONCILIATION WITH ITS   *
028000*                   DIFFERENCE AGAINST THE CURRENT GL BALANCE   *
028100*****************************************************************
028200 2500-SHOW-RECON.
028300     MOVE GLCOA-DESC              TO  RCN-ACCT-DESC.
028400     MOVE WS-GL-END-BAL           TO  RCN-GL-END-BAL.
028500     IF  NOT WS-RCN-FOUND
028600         MOVE ZERO                TO  RCN-SCHED-TOTAL
028700         MOVE ZERO                TO  RCN-TOLERANCE
028800         MOVE SPACES              TO  RCN-EXPLANATION
028900         MOVE WS-GL-END-BAL       TO  RCN-UNEXPL-DIFF
029000         MOVE SPACES              TO  RCN-STATUS
029100         MOVE "NOT YET PREPARED"  TO  RCN-MESSAGE
029200         GO TO 2500-EXIT.
029300
029400     SUBTRACT GLRCN-SCHED-TOTAL FROM WS-GL-END-BAL
029500         GIVING WS-UNEXPL-DIFF.
029600     MOVE GLRCN-SCHED-TOTAL       TO  RCN-SCHED-TOTAL.
029700     MOVE GLRCN-TOLERANCE         TO  RCN-TOLERANCE.
029800     MOVE GLRCN-EXPLANATION       TO  RCN-EXPLANATION.
029900     MOVE WS-UNEXPL-DIFF          TO  RCN-UNEXPL-DIFF.
030000     MOVE GLRCN-STATUS-SW         TO  RCN-STATUS.
030100     MOVE GLRCN-PREPARED-BY       TO  RCN-PREPARED-BY.
030200     MOVE GLRCN-PREPARED-DATE     TO  RCN-PREPARED-DATE.
030300     MOVE GLRCN-REVIEWED-BY       TO  RCN-REVIEWED-BY.
030400     MOVE GLRCN-REVIEWED-DATE     TO  RCN-REVIEWED-DATE.
030500     MOVE GLRCN-REOPEN-DATE       TO  RCN-REOPEN-DATE.
030600     MOVE GLRCN-REOPEN-BATCH-NO   TO  RCN-REOPEN-BATCH.
030700     IF  GLRCN-IS-REOPENED
030800         MOVE "REOPENED BY A POSTING - PREPARE AGAIN"
030900                                  TO  RCN-MESSAGE
031000     ELSE
031100         MOVE "RECONCILIATION DISPLAYED" TO  RCN-MESSAGE.
031200 2500-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600* 3000-PREPARE-RECON - STAMP THE SCHEDULE TOTAL, TOLERANCE,     *
031700*                      EXPLANATION, GL ENDING BALANCE AND THE   *
031800*                      UNEXPLAINED DIFFERENCE, WRITING THE ROW  *
031900*                      ON ITS FIRST PREPARATION                 *
032000*****************************************************************
032100 3000-PREPARE-RECON.
032200     IF  RCN-TOLERANCE IS LESS THAN ZERO
032300         MOVE "TOLERANCE MAY NOT BE NEGATIVE" TO  RCN-MESSAGE
032400         GO TO 3000-EXIT.
032500
032600     SUBTRACT RCN-SCHED-TOTAL FROM WS-GL-END-BAL
032700         GIVING WS-UNEXPL-DIFF.
032800
032900     IF  WS-UNEXPL-DIFF IS NOT EQUAL TO ZERO
033000     AND RCN-EXPLANATION IS EQUAL TO SPACES
033100         MOVE "EXPLANATION REQUIRED FOR A DIFFERENCE"
033200                                  TO  RCN-MESSAGE
033300         GO TO 3000-EXIT.
033400
033500     IF  NOT WS-RCN-FOUND
033600         MOVE SPACES              TO  GLRCN-RECORD
033700         MOVE RCN-CO-CODE         TO  GLRCN-CO-CODE
033800         MOVE RCN-ACCT-NO         TO  GLRCN-ACCT-NO
033900         MOVE RCN-PERIOD          TO  GLRCN-PERIOD
034000         MOVE ZERO                TO  GLRCN-REOPEN-DATE
034100         MOVE ZERO                TO  GLRCN-REOPEN-BATCH-NO.
034200
034300     MOVE RCN-SCHED-TOTAL         TO  GLRCN-SCHED-TOTAL.
034400     MOVE RCN-TOLERANCE           TO  GLRCN-TOLERANCE.
034500     MOVE RCN-EXPLANATION         TO  GLRCN-EXPLANATION.
034600     MOVE WS-GL-END-BAL           TO  GLRCN-GL-END-BAL.
034700     MOVE WS-UNEXPL-DIFF          TO  GLRCN-UNEXPL-DIFF.
034800     MOVE "P"                     TO  GLRCN-STATUS-SW.
034900     MOVE WS-USER-ID              TO  GLRCN-PREPARED-BY.
035000     MOVE WS-TODAY                TO  GLRCN-PREPARED-DATE.
035100     MOVE SPACES                  TO  GLRCN-REVIEWED-BY.
035200     MOVE ZERO                    TO  GLRCN-REVIEWED-DATE.
035300
035400     IF  WS-RCN-FOUND
035500         REWRITE GLRCN-RECORD
035600     ELSE
035700         WRITE GLRCN-RECORD.
035800     IF  NOT WS-RCN-OK
035900         DISPLAY "GLRCNMNT - ERROR UPDATING GLRECON, STATUS "
036000                 WS-RCN-STATUS
036100         STOP RUN.
036200
036300     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
036400     MOVE "Y"                     TO  WS-RCN-FOUND-SW.
036500     PERFORM 2500-SHOW-RECON      THRU 2500-EXIT.
036600     IF  GLRCN-UNEXPL-DIFF IS LESS THAN ZERO
036700         SUBTRACT GLRCN-UNEXPL-DIFF FROM ZERO
036800             GIVING WS-ABS-DIFF
036900     ELSE
037000         MOVE GLRCN-UNEXPL-DIFF   TO  WS-ABS-DIFF.
037100     IF  WS-ABS-DIFF IS GREATER THAN GLRCN-TOLERANCE
037200         MOVE "PREPARED - DIFFERENCE OUTSIDE TOLERANCE"
037300                                  TO  RCN-MESSAGE
037400     ELSE
037500         MOVE "PREPARED - READY FOR REVIEW" TO  RCN-MESSAGE.
037600 3000-EXIT.
037700     EXIT.
037800
037900*****************************************************************
038000* 4000-REVIEW-RECON - SIGN OFF A PREPARED RECONCILIATION AS     *
038100*                     REVIEWER.  THE PREPARER MAY NOT REVIEW    *
038200*                     THEIR OWN WORK, AND THE DIFFERENCE -      *
038300*                     RECOMPUTED AGAINST THE CURRENT GL         *
038400*                     BALANCE - MUST BE WITHIN TOLERANCE        *
038500*****************************************************************
038600 4000-REVIEW-RECON.
038700     IF  NOT WS-RCN-FOUND
038800         MOVE "RECONCILIATION NOT PREPARED" TO  RCN-MESSAGE
038900         GO TO 4000-EXIT.
039000
039100     IF  GLRCN-IS-REVIEWED
039200         MOVE "RECONCILIATION ALREADY REVIEWED" TO  RCN-MESSAGE
039300         GO TO 4000-EXIT.
039400
039500     IF  NOT GLRCN-IS-PREPARED
039600         MOVE "REOPENED BY A POSTING - PREPARE AGAIN"
039700                                  TO  RCN-MESSAGE
039800         GO TO 4000-EXIT.
039900
040000     IF  GLRCN-PREPARED-BY IS EQUAL TO WS-USER-ID
040100         MOVE "CANNOT REVIEW OWN RECONCILIATION"
040200                                  TO  RCN-MESSAGE
040300         GO TO 4000-EXIT.
040400
040500     IF  WS-GL-END-BAL IS NOT EQUAL TO GLRCN-GL-END-BAL
040600         MOVE "GL BALANCE CHANGED - PREPARE AGAIN"
040700                                  TO  RCN-MESSAGE
040800         GO TO 4000-EXIT.
040900
041000     IF  GLRCN-UNEXPL-DIFF IS LESS THAN ZERO
041100         SUBTRACT GLRCN-UNEXPL-DIFF FROM ZERO
041200             GIVING WS-ABS-DIFF
041300     ELSE
041400         MOVE GLRCN-UNEXPL-DIFF   TO  WS-ABS-DIFF.
041500     IF  WS-ABS-DIFF IS GREATER THAN GLRCN-TOLERANCE
041600         MOVE "DIFFERENCE OUTSIDE TOLERANCE" TO  RCN-MESSAGE
041700         GO TO 4000-EXIT.
041800
041900     MOVE "R"                     TO  GLRCN-STATUS-SW.
042000     MOVE WS-USER-ID              TO  GLRCN-REVIEWED-BY.
042100     MOVE WS-TODAY                TO  GLRCN-REVIEWED-DATE.
042200     REWRITE GLRCN-RECORD.
042300     IF  NOT WS-RCN-OK
042400         DISPLAY "GLRCNMNT - ERROR REWRITING GLRECON, STATUS "
042500                 WS-RCN-STATUS
042600         STOP RUN.
042700
042800     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
042900     PERFORM 2500-SHOW-RECON      THRU 2500-EXIT.
043000     MOVE "RECONCILIATION REVIEWED" TO  RCN-MESSAGE.
043100 4000-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500* 4100-CHECK-AUTHORITY - THE OPERATOR MUST HOLD INQUIRY         *
043600*                        AUTHORITY FOR THE KEYED COMPANY        *
043700*****************************************************************
043800 4100-CHECK-AUTHORITY.
043900     MOVE "N"                     TO  WS-AUTH-OK-SW.
044000     MOVE WS-USER-ID              TO  GLUSR-USER-ID.
044100     MOVE RCN-CO-CODE             TO  GLUSR-CO-CODE.
044200
044300     READ USR-FILE
044400         INVALID KEY
044500             MOVE "NOT AUTHORIZED FOR COMPANY" TO  RCN-MESSAGE
044600             GO TO 4100-EXIT.
044700
044800     IF  NOT GLUSR-MAY-INQUIRE
044900         MOVE "NOT AUTHORIZED FOR COMPANY" TO  RCN-MESSAGE
045000         GO TO 4100-EXIT.
045100
045200     MOVE "Y"                     TO  WS-AUTH-OK-SW.
045300 4100-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700* 6000-EDIT-KEY - THE ACCOUNT MUST BE A BALANCE-SHEET ACCOUNT   *
045800*                 (ASSET, LIABILITY OR EQUITY) ON THE KEYED     *
045900*                 COMPANY'S CHART, AND THE PERIOD A YYYYMM      *
046000*                 VALUE (MONTH 13 IS THE ADJUSTMENT PERIOD)     *
046100*****************************************************************
046200 6000-EDIT-KEY.
046300     MOVE "N"                     TO  WS-EDITS-OK-SW.
046400
046500     IF  RCN-CO-CODE IS EQUAL TO SPACES
046600         MOVE "COMPANY REQUIRED"  TO  RCN-MESSAGE
046700         GO TO 6000-EXIT.
046800
046900     IF  RCN-PERIOD IS NOT NUMERIC
047000         MOVE "PERIOD MUST BE YYYYMM" TO  RCN-MESSAGE
047100         GO TO 6000-EXIT.
047200     MOVE RCN-PERIOD              TO  WS-CHK-PERIOD-NO.
047300     IF  WS-CHK-PERIOD-YYYY IS EQUAL TO ZERO
047400     OR  WS-CHK-PERIOD-MM IS EQUAL TO ZERO
047500     OR  WS-CHK-PERIOD-MM IS GREATER THAN 13
047600         MOVE "PERIOD MUST BE YYYYMM" TO  RCN-MESSAGE
047700         GO TO 6000-EXIT.
047800
047900     MOVE RCN-CO-CODE             TO  GLCOA-CO-CODE.
048000     MOVE RCN-ACCT-NO             TO  GLCOA-ACCT-NO.
048100     READ COA-FILE
048200         INVALID KEY
048300             MOVE "ACCOUNT NOT ON FILE" TO  RCN-MESSAGE
048400             GO TO 6000-EXIT.
048500
048600     IF  NOT GLCOA-TYPE-ASSET
048700     AND NOT GLCOA-TYPE-LIABILITY
048800     AND NOT GLCOA-TYPE-EQUITY
048900         MOVE "NOT A BALANCE-SHEET ACCOUNT" TO  RCN-MESSAGE
049000         GO TO 6000-EXIT.
049100
049200     MOVE "Y"                     TO  WS-EDITS-OK-SW.
049300 6000-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700* 6300-GET-GL-END-BAL - THE ACCOUNT'S ENDING BALANCE FOR THE    *
049800*                       KEYED PERIOD: ITS OWN BALANCE HISTORY   *
049900*                       ROW OR THE LATEST EARLIER ONE (THE      *
050000*                       START-NOT-GREATER/READ-PREVIOUS LOOKUP  *
050100*                       GLPOST USES), ELSE THE FIRST LATER      *
050200*                       ROW'S OPENING BALANCE, ELSE THE         *
050300*                       ACCOUNT'S CURRENT BALANCE               *
050400*****************************************************************
050500 6300-GET-GL-END-BAL.
050600     MOVE RCN-CO-CODE             TO  GLBAL-CO-CODE.
050700     MOVE RCN-ACCT-NO             TO  GLBAL-ACCT-NO.
050800     MOVE RCN-PERIOD              TO  GLBAL-PERIOD.
050900     START BAL-FILE
051000         KEY IS NOT GREATER THAN GLBAL-KEY
051100         INVALID KEY
051200             GO TO 6300-TRY-LATER.
051300
051400     READ BAL-FILE PREVIOUS RECORD
051500         AT END
051600             GO TO 6300-TRY-LATER.
051700
051800     IF  GLBAL-CO-CODE IS EQUAL TO RCN-CO-CODE
051900     AND GLBAL-ACCT-NO IS EQUAL TO RCN-ACCT-NO
052000         MOVE GLBAL-END-BAL       TO  WS-GL-END-BAL
052100         GO TO 6300-EXIT.
052200
052300 6300-TRY-LATER.
052400     MOVE GLCOA-CURR-BAL          TO  WS-GL-END-BAL.
052500     MOVE RCN-CO-CODE             TO  GLBAL-CO-CODE.
052600     MOVE RCN-ACCT-NO             TO  GLBAL-ACCT-NO.
052700     MOVE RCN-PERIOD              TO  GLBAL-PERIOD.
052800     START BAL-FILE
052900         KEY IS GREATER THAN GLBAL-KEY
053000         INVALID KEY
053100             GO TO 6300-EXIT.
053200
053300     READ BAL-FILE NEXT RECORD
053400         AT END
053500             GO TO 6300-EXIT.
053600
053700     IF  GLBAL-CO-CODE IS EQUAL TO RCN-CO-CODE
053800     AND GLBAL-ACCT-NO IS EQUAL TO RCN-ACCT-NO
053900         COMPUTE WS-GL-END-BAL = GLBAL-END-BAL
054000                               - GLBAL-PERIOD-DR
054100                               + GLBAL-PERIOD-CR.
054200 6300-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600* 6500-READ-RECON - READ THE KEYED RECONCILIATION ROW           *
054700*****************************************************************
054800 6500-READ-RECON.
054900     MOVE "Y"                     TO  WS-RCN-FOUND-SW.
055000     MOVE RCN-CO-CODE             TO  GLRCN-CO-CODE.
055100     MOVE RCN-ACCT-NO             TO  GLRCN-ACCT-NO.
055200     MOVE RCN-PERIOD              TO  GLRCN-PERIOD.
055300     READ RCN-FILE
055400         INVALID KEY
055500             MOVE "N"             TO  WS-RCN-FOUND-SW.
055600 6500-EXIT.
055700     EXIT.
055800
055900*****************************************************************
056000* 7000-WRITE-AUDIT-ROW - WRITE A GLLOGREC-STYLE AUDIT ROW FOR   *
056100*                        THE PREPARATION OR REVIEW JUST         *
056200*                        APPLIED, ACTION CODE "M", CARRYING     *
056300*                        THE GL ENDING BALANCE AND THE          *
056400*                        SCHEDULE TOTAL                         *
056500*****************************************************************
056600 7000-WRITE-AUDIT-ROW.
056700     MOVE WS-USER-ID              TO  GLLOG-USER-ID.
056800     ACCEPT GLLOG-DATE            FROM DATE YYYYMMDD.
056900     ACCEPT GLLOG-TIME            FROM TIME.
057000     MOVE ZERO                    TO  GLLOG-BATCH-NO.
057100     MOVE ZERO                    TO  GLLOG-LINE-NO.
057200     MOVE GLRCN-ACCT-NO           TO  GLLOG-ACCT-NO.
057300     MOVE "M"                     TO  GLLOG-DR-CR-CODE.
057400     MOVE GLRCN-GL-END-BAL        TO  GLLOG-BAL-BEFORE.
057500     MOVE GLRCN-SCHED-TOTAL       TO  GLLOG-BAL-AFTER.
057600
057610     MOVE "L"                     TO  GLLCH-FUNCTION.
057620     MOVE "N"                     TO  GLLCH-COMMIT-SW.
057630     CALL "GLLOGCHN"         USING GLLCH-AREA
057640                                   GLLOG-RECORD.
057700     WRITE GLLOG-RECORD.
057800     IF  NOT WS-LOG-OK
057900         DISPLAY "GLRCNMNT - ERROR WRITING GLPSTLOG, STATUS "
058000                 WS-LOG-STATUS
058100         STOP RUN.
058200
058300     ADD 1                        TO  WS-MNT-CNT.
058400 7000-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800* 9000-TERMINATE - CLOSE ALL FILES                              *
058900*****************************************************************
059000 9000-TERMINATE.
059100     CLOSE SCREEN-FILE.
059200     CLOSE RCN-FILE.
059300     CLOSE COA-FILE.
059400     CLOSE BAL-FILE.
059500     CLOSE USR-FILE.
059510     MOVE "E"                     TO  GLLCH-FUNCTION.
059520     CALL "GLLOGCHN"         USING GLLCH-AREA
059530                                   GLLOG-RECORD.
059600     CLOSE LOG-FILE.
059700 9000-EXIT.
059800     EXIT.
059900
060000 9999-EXIT.
060100     STOP RUN.
