000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLDUPMNT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLDUPMNT  -  SUSPECTED-DUPLICATE RELEASE SCREEN              *
001000*                                                               *
001100*  GLEDIT AND GLFDLOAD PASS 1 HOLD A LINE THAT MATCHES POSTED   *
001200*  HISTORY OR ANOTHER PENDING BATCH ON COMPANY, ACCOUNT, SIDE,  *
001300*  AMOUNT AND DOCUMENT REFERENCE WITHIN THE SOURCE'S DAY        *
001400*  WINDOW, AND GLFDLOAD HOLDS A FEED WHOSE COUNT AND TOTALS     *
001500*  MATCH ONE ALREADY LOADED.  WHEN THE REPEAT IS LEGITIMATE     *
001600*  (THE SAME RENT EVERY MONTH, A RE-ISSUED INVOICE) THE         *
001700*  OPERATOR RELEASES IT HERE ON THE DUPFMT FORMAT, WRITING A    *
001800*  GLDUPREC ROW TO GLDUPREL:                                    *
001900*    R = RELEASE   - A PENDING BATCH AND LINE (LINE ZERO FOR    *
002000*                    THE WHOLE BATCH), OR AN INTERFACE FEED     *
002100*                    GROUP NOT YET LOADED BY ITS HEADER         *
002200*                    SOURCE CODE, COMPANY AND ENTRY DATE WITH   *
002300*                    A ZERO BATCH.  A REASON IS REQUIRED.       *
002400*    W = WITHDRAW  - DELETE A RELEASE KEYED IN ERROR.           *
002500*                                                               *
002600*  THE OPERATOR MUST HOLD POST AUTHORITY FOR THE COMPANY ON     *
002700*  GLUSRAUT, AND MAY NOT RELEASE A BATCH THEY ENTERED - THE     *
002800*  SAME SEGREGATION OF DUTIES APPROVAL ENFORCES.                *
002900*                                                               *
003000*  EVERY SUCCESSFUL ACTION WRITES A GLLOGREC-STYLE AUDIT ROW    *
003100*  TO THE POSTING LOG (ACTION CODE "M") CARRYING THE BATCH      *
003200*  AND LINE, UNDER THE USER ID PASSED THROUGH LINKAGE.  PF3     *
003300*  EXITS.                                                       *
003400*                                                               *
003500*  THIS PROGRAM FOLLOWS THE SAME WORKSTATION-FILE/EXTERNALLY-   *
003600*  DESCRIBED-SCREEN CONVENTION GLUSRMNT AND GLREFMNT USE.       *
003700*                                                               *
003800*---------------------------------------------------------------*
003900*  MODIFICATION HISTORY                                         *
004000*---------------------------------------------------------------*
004100*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004110*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
004120*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-ISERIES.
004600 OBJECT-COMPUTER.   IBM-ISERIES.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT SCREEN-FILE
005000         ASSIGN       TO WORKSTATION-GLDUPMNT-SI
005100         ORGANIZATION IS TRANSACTION
005200         ACCESS       IS DYNAMIC
005300         FILE STATUS  IS WS-SCR-STATUS.
005400
005500     SELECT DUP-FILE   ASSIGN TO GLDUPREL
005600         ORGANIZATION IS INDEXED
005700         ACCESS       IS DYNAMIC
005800         RECORD KEY   IS GLDUP-KEY
005900         FILE STATUS  IS WS-DUP-STATUS.
006000
006100     SELECT BTCH-FILE  ASSIGN TO GLBATCH
006200         ORGANIZATION IS INDEXED
006300         ACCESS       IS DYNAMIC
006400         RECORD KEY   IS GLBTCH-KEY
006500         FILE STATUS  IS WS-BTCH-STATUS.
006600
006700     SELECT USR-FILE   ASSIGN TO GLUSRAUT
006800         ORGANIZATION IS INDEXED
006900         ACCESS       IS DYNAMIC
007000         RECORD KEY   IS GLUSR-KEY
007100         FILE STATUS  IS WS-USR-STATUS.
007200
007300     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS  IS WS-LOG-STATUS.
007600
007700/
007800*****************************************************************
007900* D A T A   D I V I S I O N                                     *
008000*****************************************************************
008100 DATA DIVISION.
008200 FILE SECTION.
008300
008400 FD  SCREEN-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  SCREEN-REC.
008700     COPY DDS-ALL-FORMATS OF GLDUPMNT.
008800
008900 FD  DUP-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY GLDUPREC.
009200
009300 FD  BTCH-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY GLBTCHREC.
009600
009700 FD  USR-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY GLUSRREC.
010000
010100 FD  LOG-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400     COPY GLLOGREC.
010500
010600/
010700*****************************************************************
010800* W O R K I N G   S T O R A G E   S E C T I O N                 *
010900*****************************************************************
011000 WORKING-STORAGE SECTION.
011100
011200 01  WS-DUPFMT-REC.
011300     COPY DDS-DUPFMT          OF GLDUPMNT.
011400
011500 01  ALL-99-INDICATORS.
011600     05  IN-CONTROL             OCCURS 99 TIMES
011700                                PIC 1      INDICATOR 1.
011800         88  IND-ON-FOR                     VALUE B"1".
011900         88  IND-OFF-FOR                    VALUE B"0".
012000
012100 01  INDICATOR-USAGE-LIST.
012200     05  EXIT-REQUESTED-IN03    PIC 99     VALUE 03.
012300     05  CLR-MSG                PIC 99     VALUE 98.
012400     05  DSP-MSG                PIC 99     VALUE 99.
012500
012600 77  WS-SCR-STATUS              PIC X(02) VALUE SPACES.
012700
012800 77  WS-DUP-STATUS              PIC X(02) VALUE SPACES.
012900     88  WS-DUP-OK                       VALUE "00".
013000
013100 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
013200     88  WS-BTCH-OK                      VALUE "00".
013300
013400 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
013500     88  WS-USR-OK                       VALUE "00".
013600
013700 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
013800     88  WS-LOG-OK                       VALUE "00".
013900
014000 77  WS-FINISHED-SW             PIC X(01) VALUE "N".
014100     88  WS-FINISHED                     VALUE "Y".
014200
014300 77  WS-EDITS-OK-SW             PIC X(01) VALUE "N".
014400     88  WS-EDITS-OK                     VALUE "Y".
014500
014600 77  WS-AUTH-CO-CODE            PIC X(03) VALUE SPACES.
014700 77  WS-MNT-CNT                 PIC 9(07) BINARY VALUE ZERO.
014800
014810     COPY GLLCHREC.
014820
014900/
015000****************************************************************
015100* L I N K A G E   S E C T I O N                                *
015200*                                                               *
015300* WS-USER-ID IS PASSED BY THE CALLING MENU/CL PROGRAM SO EVERY  *
015400* RELEASE CAN BE TRACED TO A USER.                              *
015500****************************************************************
015600 LINKAGE SECTION.
015700 01  WS-USER-ID                 PIC X(10).
015800/
015900*****************************************************************
016000* P R O C E D U R E   D I V I S I O N                           *
016100*****************************************************************
016200 PROCEDURE DIVISION      USING WS-USER-ID.
016300
016400*****************************************************************
016500* 0000-MAINLINE                                                 *
016600*****************************************************************
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
016900     PERFORM 2000-PROCESS-SCREEN      THRU 2000-EXIT
017000         UNTIL WS-FINISHED.
017100     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
017200     GO TO 9999-EXIT.
017300
017400*****************************************************************
017500* 1000-INITIALIZE - OPEN THE SCREEN, MASTER AND AUDIT FILES     *
017600*****************************************************************
017700 1000-INITIALIZE.
017800     OPEN I-O    SCREEN-FILE.
017900     OPEN I-O    DUP-FILE.
018000     OPEN INPUT  BTCH-FILE.
018100     OPEN INPUT  USR-FILE.
018200     OPEN EXTEND LOG-FILE.
018300
018400     MOVE ALL B"0"                TO  ALL-99-INDICATORS.
018500     MOVE SPACES                  TO  WS-DUPFMT-REC.
018600 1000-EXIT.
018700     EXIT.
018800
018900*****************************************************************
019000* 2000-PROCESS-SCREEN - DISPLAY THE RELEASE FORMAT, READ THE    *
019100*                       KEYED ACTION AND APPLY IT               *
019200*****************************************************************
019300 2000-PROCESS-SCREEN.
019400     WRITE SUBFILE SCREEN-REC FROM WS-DUPFMT-REC
019500         FORMAT IS "DUPFMT"
019600         INDICATORS ARE IN-CONTROL.
019700
019800     READ SCREEN-FILE INTO WS-DUPFMT-REC
019900         FORMAT IS "DUPFMT"
020000         INDICATORS ARE IN-CONTROL.
020100
020200     IF  IND-ON-FOR (EXIT-REQUESTED-IN03)
020300         MOVE "Y"                 TO  WS-FINISHED-SW
020400         GO TO 2000-EXIT.
020500
020600     MOVE SPACES                  TO  DUP-MESSAGE.
020700
020800     IF  DUP-ACTION IS EQUAL TO "R"
020900         PERFORM 3000-RELEASE     THRU 3000-EXIT
021000         GO TO 2000-EXIT.
021100
021200     IF  DUP-ACTION IS EQUAL TO "W"
021300         PERFORM 4000-WITHDRAW    THRU 4000-EXIT
021400         GO TO 2000-EXIT.
021500
021600     MOVE "ACTION MUST BE R OR W" TO  DUP-MESSAGE.
021700 2000-EXIT.
021800     EXIT.
021900
022000*****************************************************************
022100* 3000-RELEASE - VALIDATE THE KEYED RELEASE AND WRITE IT        *
022200*****************************************************************
022300 3000-RELEASE.
022400     PERFORM 6000-EDIT-FIELDS     THRU 6000-EXIT.
022500     IF  NOT WS-EDITS-OK
022600         GO TO 3000-EXIT.
022700
022800     IF  DUP-REASON IS EQUAL TO SPACES
022900         MOVE "REASON REQUIRED"   TO  DUP-MESSAGE
023000         GO TO 3000-EXIT.
023100
023200     PERFORM 6500-BUILD-KEY       THRU 6500-EXIT.
023300     READ DUP-FILE
023400         INVALID KEY
023500             CONTINUE
023600     END-READ.
023700     IF  WS-DUP-OK
023800         MOVE "RELEASE ALREADY ON FILE" TO  DUP-MESSAGE
023900         GO TO 3000-EXIT.
024000
024100     MOVE SPACES                  TO  GLDUP-RECORD.
024200     PERFORM 6500-BUILD-KEY       THRU 6500-EXIT.
024300     MOVE WS-USER-ID              TO  GLDUP-RELEASED-BY.
024400     ACCEPT GLDUP-RELEASED-DATE   FROM DATE YYYYMMDD.
024500     ACCEPT GLDUP-RELEASED-TIME   FROM TIME.
024600     MOVE DUP-REASON              TO  GLDUP-REASON.
024700
024800     WRITE GLDUP-RECORD.
024900     IF  NOT WS-DUP-OK
025000         DISPLAY "GLDUPMNT - ERROR WRITING GLDUPREL, STATUS "
025100                 WS-DUP-STATUS
025200         STOP RUN.
025300
025400     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
025500     MOVE "DUPLICATE RELEASED"    TO  DUP-MESSAGE.
025600 3000-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000* 4000-WITHDRAW - DELETE A RELEASE; THE LINES ARE HELD AGAIN ON *
026100*                 THE NEXT EDIT OR LOAD                         *
026200*****************************************************************
026300 4000-WITHDRAW.
026400     PERFORM 6000-EDIT-FIELDS     THRU 6000-EXIT.
026500     IF  NOT WS-EDITS-OK
026600         GO TO 4000-EXIT.
026700
026800     PERFORM 6500-BUILD-KEY       THRU 6500-EXIT.
026900     READ DUP-FILE
027000         INVALID KEY
027100             MOVE "RELEASE NOT ON FILE" TO  DUP-MESSAGE
027200             GO TO 4000-EXIT.
027300
027400     DELETE DUP-FILE RECORD.
027500     IF  NOT WS-DUP-OK
027600         DISPLAY "GLDUPMNT - ERROR DELETING GLDUPREL, STATUS "
027700                 WS-DUP-STATUS
027800         STOP RUN.
027900
028000     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
028100     MOVE "RELEASE WITHDRAWN"     TO  DUP-MESSAGE.
028200 4000-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600* 6000-EDIT-FIELDS - EITHER A BATCH ON FILE WITH THE FEED       *
028700*                    FIELDS BLANK, OR A FEED GROUP'S SOURCE,    *
028800*                    COMPANY AND ENTRY DATE WITH A ZERO BATCH   *
028900*                    AND LINE; THE OPERATOR MUST HOLD POST      *
029000*                    AUTHORITY FOR THE COMPANY AND MAY NOT      *
029100*                    RELEASE THEIR OWN BATCH                    *
029200*****************************************************************
029300 6000-EDIT-FIELDS.
029400     MOVE "N"                     TO  WS-EDITS-OK-SW.
029500
029600     IF  DUP-BATCH-NO IS EQUAL TO ZERO
029700         GO TO 6000-FEED-GROUP.
029800
029900     IF  DUP-SOURCE-CODE IS NOT EQUAL TO SPACES
030000     OR  DUP-CO-CODE IS NOT EQUAL TO SPACES
030100     OR  DUP-ENTRY-DATE IS NOT EQUAL TO ZERO
030200         MOVE "KEY A BATCH OR A FEED GROUP, NOT BOTH"
030300                                  TO  DUP-MESSAGE
030400         GO TO 6000-EXIT.
030500
030600     MOVE DUP-BATCH-NO            TO  GLBTCH-BATCH-NO.
030700     READ BTCH-FILE
030800         INVALID KEY
030900             MOVE "BATCH NOT ON FILE" TO  DUP-MESSAGE
031000             GO TO 6000-EXIT.
031100
031200     IF  GLBTCH-ENTERED-BY IS EQUAL TO WS-USER-ID
031300         MOVE "YOU ENTERED THIS BATCH" TO  DUP-MESSAGE
031400         GO TO 6000-EXIT.
031500
031600     MOVE GLBTCH-CO-CODE          TO  WS-AUTH-CO-CODE.
031700     GO TO 6000-AUTHORITY.
031800
031900 6000-FEED-GROUP.
032000     IF  DUP-LINE-NO IS NOT EQUAL TO ZERO
032100         MOVE "LINE NEEDS A BATCH NUMBER" TO  DUP-MESSAGE
032200         GO TO 6000-EXIT.
032300
032400     IF  DUP-SOURCE-CODE IS EQUAL TO SPACES
032500         MOVE "SOURCE CODE REQUIRED" TO  DUP-MESSAGE
032600         GO TO 6000-EXIT.
032700
032800     IF  DUP-CO-CODE IS EQUAL TO SPACES
032900         MOVE "COMPANY CODE REQUIRED" TO  DUP-MESSAGE
033000         GO TO 6000-EXIT.
033100
033200     IF  DUP-ENTRY-DATE IS EQUAL TO ZERO
033300         MOVE "ENTRY DATE REQUIRED" TO  DUP-MESSAGE
033400         GO TO 6000-EXIT.
033500
033600     MOVE DUP-CO-CODE             TO  WS-AUTH-CO-CODE.
033700
033800 6000-AUTHORITY.
033900     MOVE WS-USER-ID              TO  GLUSR-USER-ID.
034000     MOVE WS-AUTH-CO-CODE         TO  GLUSR-CO-CODE.
034100     READ USR-FILE
034200         INVALID KEY
034300             MOVE "NOT AUTHORIZED FOR COMPANY" TO  DUP-MESSAGE
034400             GO TO 6000-EXIT.
034500     IF  NOT GLUSR-MAY-POST
034600         MOVE "NOT AUTHORIZED FOR COMPANY" TO  DUP-MESSAGE
034700         GO TO 6000-EXIT.
034800
034900     MOVE "Y"                     TO  WS-EDITS-OK-SW.
035000 6000-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400* 6500-BUILD-KEY - THE RELEASE ROW'S KEY FROM THE KEYED FIELDS  *
035500*****************************************************************
035600 6500-BUILD-KEY.
035700     MOVE DUP-BATCH-NO            TO  GLDUP-BATCH-NO.
035800     MOVE DUP-LINE-NO             TO  GLDUP-LINE-NO.
035900     MOVE DUP-SOURCE-CODE         TO  GLDUP-SOURCE-CODE.
036000     MOVE DUP-CO-CODE             TO  GLDUP-CO-CODE.
036100     MOVE DUP-ENTRY-DATE          TO  GLDUP-ENTRY-DATE.
036200 6500-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600* 7000-WRITE-AUDIT-ROW - WRITE A GLLOGREC-STYLE AUDIT ROW FOR   *
036700*                        THE ACTION JUST APPLIED, ACTION CODE   *
036800*                        "M"                                    *
036900*****************************************************************
037000 7000-WRITE-AUDIT-ROW.
037100     MOVE WS-USER-ID              TO  GLLOG-USER-ID.
037200     ACCEPT GLLOG-DATE            FROM DATE YYYYMMDD.
037300     ACCEPT GLLOG-TIME            FROM TIME.
037400     MOVE DUP-BATCH-NO            TO  GLLOG-BATCH-NO.
037500     MOVE DUP-LINE-NO             TO  GLLOG-LINE-NO.
037600     MOVE ZERO                    TO  GLLOG-ACCT-NO.
037700     MOVE "M"                     TO  GLLOG-DR-CR-CODE.
037800     MOVE ZERO                    TO  GLLOG-BAL-BEFORE.
037900     MOVE ZERO                    TO  GLLOG-BAL-AFTER.
038000
038010     MOVE "L"                     TO  GLLCH-FUNCTION.
038020     MOVE "N"                     TO  GLLCH-COMMIT-SW.
038030     CALL "GLLOGCHN"         USING GLLCH-AREA
038040                                   GLLOG-RECORD.
038100     WRITE GLLOG-RECORD.
038200     IF  NOT WS-LOG-OK
038300         DISPLAY "GLDUPMNT - ERROR WRITING GLPSTLOG, STATUS "
038400                 WS-LOG-STATUS
038500         STOP RUN.
038600
038700     ADD 1                        TO  WS-MNT-CNT.
038800 7000-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200* 9000-TERMINATE - CLOSE ALL FILES                              *
039300*****************************************************************
039400 9000-TERMINATE.
039500     CLOSE SCREEN-FILE.
039600     CLOSE DUP-FILE.
039700     CLOSE BTCH-FILE.
039800     CLOSE USR-FILE.
039810     MOVE "E"                     TO  GLLCH-FUNCTION.
039820     CALL "GLLOGCHN"         USING GLLCH-AREA
039830                                   GLLOG-RECORD.
039900     CLOSE LOG-FILE.
040000 9000-EXIT.
040100     EXIT.
040200
040300 9999-EXIT.
040400     STOP RUN.
