000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLRSTCHK.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLRSTCHK  -  RESTRICTED ACCOUNT VIEW CHECK                   *
001000*                                                               *
001100*  CALLED BY THE INQUIRY SCREENS (GLACCTINQ, GLACTINQ,          *
001200*  GLPERBRW, GLDOCINQ) AND THE DETAIL REPORTS (GLTRIAL,         *
001300*  GLLOGRPT, GLSRCREG, GLEXTRCT) FOR EVERY ACCOUNT THEY ARE     *
001400*  ABOUT TO SHOW.  THE CALLER PASSES THE GLRSCREC AREA WITH     *
001500*  THE USER, COMPANY AND ACCOUNT; THE ANSWER COMES BACK IN      *
001600*  GLRSC-RESULT - "S" SHOW, "H" HIDE.                           *
001700*                                                               *
001800*  AN ACCOUNT IS HIDDEN WHEN IT FALLS IN AN ACTIVE RESTRICTED   *
001900*  RANGE (GLRSTREC) OF THE COMPANY AND THE USER'S AUTHORITY ROW *
002000*  (GLUSRREC) FOR THAT COMPANY DOES NOT CARRY THE               *
002100*  RESTRICTED-VIEW RIGHT.  A BLANK COMPANY TESTS THE RANGES OF  *
002200*  EVERY COMPANY.  EACH HIDDEN ACCOUNT IS LOGGED TO THE POSTING *
002300*  AUDIT LOG WITH ACTION CODE "X", THE SAME AS AN AUTHORITY     *
002400*  VIOLATION - EVERY TIME FOR AN INQUIRY, ONCE PER RUN FOR A    *
002500*  REPORT.  A REPORT RUN FOR NO USER (UNATTENDED) SUMMARIZES    *
002600*  THE RANGES WITHOUT LOGGING, AS NOBODY ASKED TO SEE THEM.     *
002700*                                                               *
002800*  THE RANGES ARE LOADED ON THE FIRST CALL AND THE FILES STAY   *
002900*  OPEN UNTIL THE CALLER'S "E" CALL AT END OF RUN.  NO RANGE    *
003000*  FILE MEANS NOTHING IS RESTRICTED.  THE CHECK NEVER TAKES     *
003100*  DOWN THE CALLER: A FILE ERROR IS DISPLAYED ON THE JOB LOG.   *
003200*                                                               *
003300*---------------------------------------------------------------*
003400*  MODIFICATION HISTORY                                         *
003500*---------------------------------------------------------------*
003600*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003610*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
003620*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-ISERIES.
004100 OBJECT-COMPUTER.   IBM-ISERIES.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RST-FILE   ASSIGN TO GLRSTRNG
004500         ORGANIZATION IS INDEXED
004600         ACCESS       IS SEQUENTIAL
004700         RECORD KEY   IS GLRST-KEY
004800         FILE STATUS  IS WS-RST-STATUS.
004900
005000     SELECT USR-FILE   ASSIGN TO GLUSRAUT
005100         ORGANIZATION IS INDEXED
005200         ACCESS       IS RANDOM
005300         RECORD KEY   IS GLUSR-KEY
005400         FILE STATUS  IS WS-USR-STATUS.
005500
005600     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS  IS WS-LOG-STATUS.
005900
006000/
006100*****************************************************************
006200* D A T A   D I V I S I O N                                     *
006300*****************************************************************
006400 DATA DIVISION.
006500 FILE SECTION.
006600
006700 FD  RST-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY GLRSTREC.
007000
007100 FD  USR-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY GLUSRREC.
007400
007500 FD  LOG-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800     COPY GLLOGREC.
007900
008000/
008100*****************************************************************
008200* W O R K I N G   S T O R A G E   S E C T I O N                 *
008300*****************************************************************
008400 WORKING-STORAGE SECTION.
008500
008600 77  WS-RST-STATUS              PIC X(02) VALUE SPACES.
008700     88  WS-RST-OK                       VALUE "00".
008800     88  WS-RST-EOF                      VALUE "10".
008900
009000 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
009100     88  WS-USR-OK                       VALUE "00".
009200
009300 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
009400     88  WS-LOG-OK                       VALUE "00".
009500
009600 77  WS-LOADED-SW               PIC X(01) VALUE "N".
009700     88  WS-LOADED                       VALUE "Y".
009800
009900 77  WS-USR-OPEN-SW             PIC X(01) VALUE "N".
010000     88  WS-USR-IS-OPEN                  VALUE "Y".
010100
010200 77  WS-LOG-OPEN-SW             PIC X(01) VALUE "N".
010300     88  WS-LOG-IS-OPEN                  VALUE "Y".
010400
010500 77  WS-LOGGED-SW               PIC X(01) VALUE "N".
010600     88  WS-ALREADY-LOGGED               VALUE "Y".
010700
010800*---------------------------------------------------------------*
010900*  THE ACTIVE RESTRICTED RANGES, LOADED ON THE FIRST CALL       *
011000*---------------------------------------------------------------*
011100 01  WS-RG-TABLE.
011200     05  WS-RG-ENTRY            OCCURS 500 TIMES.
011300         10  WS-RG-CO-CODE      PIC X(03).
011400         10  WS-RG-ACCT-FROM    PIC 9(06).
011500         10  WS-RG-ACCT-TO      PIC 9(06).
011600 77  WS-RG-CNT                  PIC 9(03) BINARY VALUE ZERO.
011700 77  WS-RG-IX                   PIC 9(03) BINARY VALUE ZERO.
011800
011900*---------------------------------------------------------------*
012000*  THE COMPANY/ACCOUNTS ALREADY LOGGED THIS RUN (LOG-ONCE MODE) *
012100*---------------------------------------------------------------*
012200 01  WS-LG-TABLE.
012300     05  WS-LG-ENTRY            OCCURS 500 TIMES.
012400         10  WS-LG-CO-CODE      PIC X(03).
012500         10  WS-LG-ACCT-NO      PIC 9(06).
012600 77  WS-LG-CNT                  PIC 9(03) BINARY VALUE ZERO.
012700 77  WS-LG-IX                   PIC 9(03) BINARY VALUE ZERO.
012800
012900 77  WS-HIDE-CNT                PIC 9(07) BINARY VALUE ZERO.
013000
013010     COPY GLLCHREC.
013020
013100/
013200****************************************************************
013300* L I N K A G E   S E C T I O N                                *
013400****************************************************************
013500 LINKAGE SECTION.
013600     COPY GLRSCREC.
013700/
013800*****************************************************************
013900* P R O C E D U R E   D I V I S I O N                           *
014000*****************************************************************
014100 PROCEDURE DIVISION      USING GLRSC-AREA.
014200
014300*****************************************************************
014400* 0000-MAINLINE                                                 *
014500*****************************************************************
014600 0000-MAINLINE.
014700     IF  GLRSC-END
014800         PERFORM 9000-TERMINATE       THRU 9000-EXIT
014900         GO TO 9999-EXIT.
015000
015100     IF  NOT WS-LOADED
015200         PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
015300
015400     PERFORM 2000-CHECK-ACCOUNT       THRU 2000-EXIT.
015500     IF  GLRSC-HIDE
015600     AND GLRSC-USER-ID IS NOT EQUAL TO SPACES
015700         PERFORM 3000-LOG-HIDDEN      THRU 3000-EXIT.
015800     GO TO 9999-EXIT.
015900
016000*****************************************************************
016100* 1000-INITIALIZE - OPEN THE AUTHORITY FILE AND THE AUDIT LOG   *
016200*                   AND LOAD THE ACTIVE RESTRICTED RANGES       *
016300*****************************************************************
016400 1000-INITIALIZE.
016500     MOVE "Y"                     TO  WS-LOADED-SW.
016600     MOVE ZERO                    TO  WS-RG-CNT.
016700     MOVE ZERO                    TO  WS-LG-CNT.
016800     MOVE ZERO                    TO  WS-HIDE-CNT.
016900
017000     OPEN INPUT  USR-FILE.
017100     IF  WS-USR-OK
017200         MOVE "Y"                 TO  WS-USR-OPEN-SW
017300     ELSE
017400         DISPLAY "GLRSTCHK - ERROR OPENING GLUSRAUT, STATUS "
017500                 WS-USR-STATUS.
017600
017700     OPEN EXTEND LOG-FILE.
017800     IF  WS-LOG-OK
017900         MOVE "Y"                 TO  WS-LOG-OPEN-SW
018000     ELSE
018100         DISPLAY "GLRSTCHK - ERROR OPENING GLPSTLOG, STATUS "
018200                 WS-LOG-STATUS.
018300
018400     OPEN INPUT  RST-FILE.
018500     IF  NOT WS-RST-OK
018600         DISPLAY "GLRSTCHK - NO RESTRICTED RANGES, GLRSTRNG "
018700                 "STATUS " WS-RST-STATUS
018800         GO TO 1000-EXIT.
018900
019000     PERFORM 1100-LOAD-ONE-RANGE  THRU 1100-EXIT
019100         UNTIL WS-RST-EOF.
019200     CLOSE RST-FILE.
019300 1000-EXIT.
019400     EXIT.
019500
019600*****************************************************************
019700* 1100-LOAD-ONE-RANGE - TABLE ONE ACTIVE RANGE                  *
019800*****************************************************************
019900 1100-LOAD-ONE-RANGE.
020000     READ RST-FILE NEXT RECORD
020100         AT END
020200             MOVE "10"            TO  WS-RST-STATUS
020300             GO TO 1100-EXIT.
020400
020500     IF  NOT GLRST-ACTIVE
020600         GO TO 1100-EXIT.
020700
020800     IF  WS-RG-CNT IS NOT LESS THAN 500
020900         DISPLAY "GLRSTCHK - RANGE TABLE FULL, SKIPPED "
021000                 GLRST-CO-CODE " " GLRST-ACCT-FROM
021100         GO TO 1100-EXIT.
021200
021300     ADD 1                        TO  WS-RG-CNT.
021400     MOVE GLRST-CO-CODE           TO  WS-RG-CO-CODE (WS-RG-CNT).
021500     MOVE GLRST-ACCT-FROM         TO  WS-RG-ACCT-FROM (WS-RG-CNT).
021600     MOVE GLRST-ACCT-TO           TO  WS-RG-ACCT-TO (WS-RG-CNT).
021700 1100-EXIT.
021800     EXIT.
021900
022000*****************************************************************
022100* 2000-CHECK-ACCOUNT - HIDE THE ACCOUNT IF ANY RANGE COVERING   *
022200*                      IT BELONGS TO A COMPANY WHERE THE USER   *
022300*                      LACKS THE RESTRICTED-VIEW RIGHT          *
022400*****************************************************************
022500 2000-CHECK-ACCOUNT.
022600     MOVE "S"                     TO  GLRSC-RESULT.
022700     PERFORM 2100-TEST-ONE-RANGE  THRU 2100-EXIT
022800         VARYING WS-RG-IX FROM 1 BY 1
022900         UNTIL WS-RG-IX IS GREATER THAN WS-RG-CNT
023000            OR GLRSC-HIDE.
023100 2000-EXIT.
023200     EXIT.
023300
023400*****************************************************************
023500* 2100-TEST-ONE-RANGE - ONE RANGE AGAINST THE ACCOUNT, THEN THE *
023600*                       USER'S RIGHT FOR THE RANGE'S COMPANY    *
023700*****************************************************************
023800 2100-TEST-ONE-RANGE.
023900     IF  GLRSC-CO-CODE IS NOT EQUAL TO SPACES
024000     AND GLRSC-CO-CODE IS NOT EQUAL TO WS-RG-CO-CODE (WS-RG-IX)
024100         GO TO 2100-EXIT.
024200
024300     IF  GLRSC-ACCT-NO IS LESS THAN WS-RG-ACCT-FROM (WS-RG-IX)
024400     OR  GLRSC-ACCT-NO IS GREATER THAN WS-RG-ACCT-TO (WS-RG-IX)
024500         GO TO 2100-EXIT.
024600
024700     MOVE "H"                     TO  GLRSC-RESULT.
024800     IF  NOT WS-USR-IS-OPEN
024900     OR  GLRSC-USER-ID IS EQUAL TO SPACES
025000         GO TO 2100-EXIT.
025100
025200     MOVE GLRSC-USER-ID           TO  GLUSR-USER-ID.
025300     MOVE WS-RG-CO-CODE (WS-RG-IX) TO GLUSR-CO-CODE.
025400     READ USR-FILE
025500         INVALID KEY
025600             GO TO 2100-EXIT.
025700
025800     IF  GLUSR-MAY-VIEW-RESTRICTED
025900         MOVE "S"                 TO  GLRSC-RESULT.
026000 2100-EXIT.
026100     EXIT.
026200
026300*****************************************************************
026400* 3000-LOG-HIDDEN - RECORD THE ATTEMPT ON THE POSTING AUDIT LOG *
026500*                   WITH ACTION CODE "X"; A REPORT LOGS EACH    *
026600*                   COMPANY/ACCOUNT ONCE PER RUN                *
026700*****************************************************************
026800 3000-LOG-HIDDEN.
026900     ADD 1                        TO  WS-HIDE-CNT.
027000     IF  NOT WS-LOG-IS-OPEN
027100         GO TO 3000-EXIT.
027200
027300     IF  GLRSC-LOG-ONCE
027400         PERFORM 3100-CHECK-LOGGED THRU 3100-EXIT
027500         IF  WS-ALREADY-LOGGED
027600             GO TO 3000-EXIT
027700         END-IF
027800     END-IF.
027900
028000     MOVE GLRSC-USER-ID           TO  GLLOG-USER-ID.
028100     ACCEPT GLLOG-DATE            FROM DATE YYYYMMDD.
028200     ACCEPT GLLOG-TIME            FROM TIME.
028300     MOVE ZERO                    TO  GLLOG-BATCH-NO.
028400     MOVE ZERO                    TO  GLLOG-LINE-NO.
028500     MOVE GLRSC-ACCT-NO           TO  GLLOG-ACCT-NO.
028600     MOVE "X"                     TO  GLLOG-DR-CR-CODE.
028700     MOVE ZERO                    TO  GLLOG-BAL-BEFORE.
028800     MOVE ZERO                    TO  GLLOG-BAL-AFTER.
028810     MOVE "L"                     TO  GLLCH-FUNCTION.
028820     MOVE "N"                     TO  GLLCH-COMMIT-SW.
028830     CALL "GLLOGCHN"         USING GLLCH-AREA
028840                                   GLLOG-RECORD.
028900     WRITE GLLOG-RECORD.
029000     IF  NOT WS-LOG-OK
029100         DISPLAY "GLRSTCHK - ERROR WRITING GLPSTLOG, STATUS "
029200                 WS-LOG-STATUS.
029300 3000-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700* 3100-CHECK-LOGGED - LOOK FOR THE COMPANY/ACCOUNT AMONG THOSE  *
029800*                     ALREADY LOGGED; ADD IT IF NOT THERE (A    *
029900*                     FULL TABLE JUST LOGS EVERY TIME)          *
030000*****************************************************************
030100 3100-CHECK-LOGGED.
030200     MOVE "N"                     TO  WS-LOGGED-SW.
030300     PERFORM 3110-TEST-ONE-LOGGED THRU 3110-EXIT
030400         VARYING WS-LG-IX FROM 1 BY 1
030500         UNTIL WS-LG-IX IS GREATER THAN WS-LG-CNT
030600            OR WS-ALREADY-LOGGED.
030700
030800     IF  WS-ALREADY-LOGGED
030900     OR  WS-LG-CNT IS NOT LESS THAN 500
031000         GO TO 3100-EXIT.
031100
031200     ADD 1                        TO  WS-LG-CNT.
031300     MOVE GLRSC-CO-CODE           TO  WS-LG-CO-CODE (WS-LG-CNT).
031400     MOVE GLRSC-ACCT-NO           TO  WS-LG-ACCT-NO (WS-LG-CNT).
031500 3100-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900* 3110-TEST-ONE-LOGGED - COMPARE ONE LOGGED COMPANY/ACCOUNT     *
032000*****************************************************************
032100 3110-TEST-ONE-LOGGED.
032200     IF  WS-LG-CO-CODE (WS-LG-IX) IS EQUAL TO GLRSC-CO-CODE
032300     AND WS-LG-ACCT-NO (WS-LG-IX) IS EQUAL TO GLRSC-ACCT-NO
032400         MOVE "Y"                 TO  WS-LOGGED-SW.
032500 3110-EXIT.
032600     EXIT.
032700
032800*****************************************************************
032900* 9000-TERMINATE - END OF THE CALLER'S RUN; CLOSE THE FILES SO  *
033000*                  THE NEXT RUN IN THE JOB RELOADS THE RANGES   *
033100*****************************************************************
033200 9000-TERMINATE.
033300     IF  NOT WS-LOADED
033400         GO TO 9000-EXIT.
033500
033600     IF  WS-USR-IS-OPEN
033700         CLOSE USR-FILE.
033710     MOVE "E"                     TO  GLLCH-FUNCTION.
033720     CALL "GLLOGCHN"         USING GLLCH-AREA
033730                                   GLLOG-RECORD.
033800     IF  WS-LOG-IS-OPEN
033900         CLOSE LOG-FILE.
034000
034100     IF  WS-HIDE-CNT IS GREATER THAN ZERO
034200         DISPLAY "GLRSTCHK - RESTRICTED ACCOUNTS HIDDEN: "
034300                 WS-HIDE-CNT.
034400
034500     MOVE "N"                     TO  WS-LOADED-SW.
034600     MOVE "N"                     TO  WS-USR-OPEN-SW.
034700     MOVE "N"                     TO  WS-LOG-OPEN-SW.
034800 9000-EXIT.
034900     EXIT.
035000
035100 9999-EXIT.
035200     GOBACK.
