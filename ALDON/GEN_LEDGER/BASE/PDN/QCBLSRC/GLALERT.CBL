000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLALERT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLALERT  -  OPERATOR ALERT DISPATCHER                        *
001000*                                                               *
001100*  CALLED BY THE NIGHTLY DRIVER AND THE BATCH PROGRAMS IT RUNS  *
001200*  (GLNIGHT, GLPOST, GLCLOSE, GLFDLOAD, GLARCHIV) WHENEVER ONE  *
001300*  OF THEM HITS AN EVENT THE OPERATORS MUST HEAR ABOUT WITHOUT  *
001400*  WATCHING THE JOB LOG - A GATE STOP, A FAILED RUN, A PENDING  *
001500*  RESTART, A REJECTED FEED, SUSPENSE ABOVE THRESHOLD OR A STEP *
001600*  RUNNING PAST ITS EXPECTED END.  THE CALLER PASSES THE EVENT  *
001700*  CODE, ITS PROGRAM NAME, AN EVENT COUNT AND A LINE OF TEXT.   *
001800*                                                               *
001900*  EVERY ACTIVE RULE ON THE ALERT RULE MASTER (GLALRREC) FOR    *
002000*  THE EVENT, WHOSE PROGRAM IS THE CALLER OR BLANK, AND WHOSE   *
002100*  THRESHOLD (IF ANY) THE EVENT COUNT EXCEEDS, IS SENT THROUGH  *
002200*  THE CL WRAPPER GLALERTC - SNDMSG TO THE RULE'S MESSAGE QUEUE *
002300*  OR SNDDST TO ITS DISTRIBUTION LIST, PLUS SNDMSG TO THE       *
002400*  ON-CALL USER - AND LOGGED TO THE ALERT HISTORY FILE          *
002500*  (GLAHSREC) WITH THE TIME AND WHETHER THE SEND WORKED.  A     *
002600*  GATE, FAILURE, RESTART OR FEED EVENT NO RULE PICKS UP IS     *
002700*  STILL LOGGED, WITH SEND STATUS "N", SO NOTHING THE STREAM    *
002800*  RAISED GOES UNRECORDED.                                      *
002900*                                                               *
003000*  AN ALERT MUST NEVER TAKE DOWN THE RUN THAT RAISED IT: A      *
003100*  FILE OR SEND ERROR HERE IS DISPLAYED ON THE JOB LOG AND      *
003200*  CONTROL GOES BACK TO THE CALLER.                             *
003300*                                                               *
003400*---------------------------------------------------------------*
003500*  MODIFICATION HISTORY                                         *
003600*---------------------------------------------------------------*
003700*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-ISERIES.
004200 OBJECT-COMPUTER.   IBM-ISERIES.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT ALR-FILE   ASSIGN TO GLALRULE
004600         ORGANIZATION IS INDEXED
004700         ACCESS       IS DYNAMIC
004800         RECORD KEY   IS GLALR-KEY
004900         FILE STATUS  IS WS-ALR-STATUS.
005000
005100     SELECT AHS-FILE   ASSIGN TO GLALRHST
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS  IS WS-AHS-STATUS.
005400
005500/
005600*****************************************************************
005700* D A T A   D I V I S I O N                                     *
005800*****************************************************************
005900 DATA DIVISION.
006000 FILE SECTION.
006100
006200 FD  ALR-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY GLALRREC.
006500
006600 FD  AHS-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900     COPY GLAHSREC.
007000
007100/
007200*****************************************************************
007300* W O R K I N G   S T O R A G E   S E C T I O N                 *
007400*****************************************************************
007500 WORKING-STORAGE SECTION.
007600
007700 77  WS-ALR-STATUS              PIC X(02) VALUE SPACES.
007800     88  WS-ALR-OK                       VALUE "00".
007900     88  WS-ALR-EOF                      VALUE "10".
008000
008100 77  WS-AHS-STATUS              PIC X(02) VALUE SPACES.
008200     88  WS-AHS-OK                       VALUE "00".
008300
008400 77  WS-AHS-OPEN-SW             PIC X(01) VALUE "N".
008500     88  WS-AHS-IS-OPEN                  VALUE "Y".
008600
008700 77  WS-ALR-OPEN-SW             PIC X(01) VALUE "N".
008800     88  WS-ALR-IS-OPEN                  VALUE "Y".
008900
009000 77  WS-ALERT-DATE              PIC 9(08) VALUE ZERO.
009100 77  WS-ALERT-TIME              PIC 9(08) VALUE ZERO.
009200
009300 77  WS-MATCH-CNT               PIC 9(07) BINARY VALUE ZERO.
009400 77  WS-SENT-CNT                PIC 9(07) BINARY VALUE ZERO.
009500
009600 77  WS-SEND-RESULT             PIC X(01) VALUE SPACE.
009700     88  WS-SEND-OK                      VALUE "S".
009800
009900 77  WS-EDIT-SEVERITY           PIC 9(02) VALUE ZERO.
010000 77  WS-MSG-TEXT                PIC X(100) VALUE SPACES.
010100
010200/
010300****************************************************************
010400* L I N K A G E   S E C T I O N                                *
010500*                                                               *
010600* WS-ALERT-EVENT IS ONE OF THE GLALRREC EVENT CODES AND         *
010700* WS-ALERT-PGM THE CALLING PROGRAM.  WS-ALERT-CNT IS THE        *
010800* EVENT'S MEASURE - SUSPENSE LINES FOR "SUSP", ELAPSED MINUTES  *
010900* FOR "LATE" - TESTED AGAINST EACH RULE'S THRESHOLD; CALLERS    *
011000* RAISING ANY OTHER EVENT PASS 1.  WS-ALERT-TEXT SAYS WHAT      *
011100* HAPPENED.                                                     *
011200****************************************************************
011300 LINKAGE SECTION.
011400 01  WS-ALERT-EVENT             PIC X(04).
011500     88  WS-ALERT-MEASURED               VALUE "SUSP" "LATE".
011600 01  WS-ALERT-PGM               PIC X(10).
011700 01  WS-ALERT-CNT               PIC 9(07).
011800 01  WS-ALERT-TEXT              PIC X(60).
011900/
012000*****************************************************************
012100* P R O C E D U R E   D I V I S I O N                           *
012200*****************************************************************
012300 PROCEDURE DIVISION      USING WS-ALERT-EVENT WS-ALERT-PGM
012400                               WS-ALERT-CNT   WS-ALERT-TEXT.
012500
012600*****************************************************************
012700* 0000-MAINLINE                                                 *
012800*****************************************************************
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
013100     PERFORM 2000-SEND-RULES          THRU 2000-EXIT.
013200     IF  WS-MATCH-CNT IS EQUAL TO ZERO
013300     AND NOT WS-ALERT-MEASURED
013400         PERFORM 3000-LOG-NO-RULE     THRU 3000-EXIT.
013500     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
013600     GO TO 9999-EXIT.
013700
013800*****************************************************************
013900* 1000-INITIALIZE - OPEN THE RULE MASTER AND THE HISTORY FILE   *
014000*                   AND STAMP THE ALERT; THE COUNTERS ARE RESET *
014100*                   HERE BECAUSE THEY LIVE ON BETWEEN CALLS     *
014200*****************************************************************
014300 1000-INITIALIZE.
014400     MOVE ZERO                    TO  WS-MATCH-CNT.
014500     MOVE ZERO                    TO  WS-SENT-CNT.
014600     MOVE "N"                     TO  WS-AHS-OPEN-SW.
014700     MOVE "N"                     TO  WS-ALR-OPEN-SW.
014800
014900     ACCEPT WS-ALERT-DATE         FROM DATE YYYYMMDD.
015000     ACCEPT WS-ALERT-TIME         FROM TIME.
015100
015200     OPEN EXTEND AHS-FILE.
015300     IF  WS-AHS-OK
015400         MOVE "Y"                 TO  WS-AHS-OPEN-SW
015500     ELSE
015600         DISPLAY "GLALERT - ERROR OPENING GLALRHST, STATUS "
015700                 WS-AHS-STATUS.
015800
015900     OPEN INPUT  ALR-FILE.
016000     IF  NOT WS-ALR-OK
016100         DISPLAY "GLALERT - ERROR OPENING GLALRULE, STATUS "
016200                 WS-ALR-STATUS
016300         MOVE "10"                TO  WS-ALR-STATUS
016400         GO TO 1000-EXIT.
016500
016600     MOVE "Y"                     TO  WS-ALR-OPEN-SW.
016700     MOVE WS-ALERT-EVENT          TO  GLALR-EVENT-CODE.
016800     MOVE LOW-VALUES              TO  GLALR-PGM-ID.
016900     MOVE ZERO                    TO  GLALR-SEQ-NO.
017000     START ALR-FILE
017100         KEY IS NOT LESS THAN GLALR-KEY
017200         INVALID KEY
017300             MOVE "10"            TO  WS-ALR-STATUS.
017400 1000-EXIT.
017500     EXIT.
017600
017700*****************************************************************
017800* 2000-SEND-RULES - WALK THE EVENT'S RULES                      *
017900*****************************************************************
018000 2000-SEND-RULES.
018100     PERFORM 2100-ONE-RULE        THRU 2100-EXIT
018200         UNTIL WS-ALR-EOF.
018300 2000-EXIT.
018400     EXIT.
018500
018600*****************************************************************
018700* 2100-ONE-RULE - SEND THE ALERT UNDER ONE RULE IF THE RULE IS  *
018800*                 ACTIVE, COVERS THE CALLING PROGRAM AND ITS    *
018900*                 THRESHOLD (IF ANY) HAS BEEN EXCEEDED          *
019000*****************************************************************
019100 2100-ONE-RULE.
019200     READ ALR-FILE NEXT RECORD
019300         AT END
019400             MOVE "10"            TO  WS-ALR-STATUS
019500             GO TO 2100-EXIT.
019600
019700     IF  GLALR-EVENT-CODE IS NOT EQUAL TO WS-ALERT-EVENT
019800         MOVE "10"                TO  WS-ALR-STATUS
019900         GO TO 2100-EXIT.
020000
020100     IF  NOT GLALR-ACTIVE
020200         GO TO 2100-EXIT.
020300
020400     IF  GLALR-PGM-ID IS NOT EQUAL TO SPACES
020500     AND GLALR-PGM-ID IS NOT EQUAL TO WS-ALERT-PGM
020600         GO TO 2100-EXIT.
020700
020800     ADD 1                        TO  WS-MATCH-CNT.
020900
021000     IF  GLALR-THRESHOLD IS NOT EQUAL TO ZERO
021100     AND WS-ALERT-CNT IS NOT GREATER THAN GLALR-THRESHOLD
021200         GO TO 2100-EXIT.
021300
021400     PERFORM 2200-SEND-ALERT      THRU 2200-EXIT.
021500 2100-EXIT.
021600     EXIT.
021700
021800*****************************************************************
021900* 2200-SEND-ALERT - BUILD THE MESSAGE, HAND IT TO THE CL        *
022000*                   WRAPPER FOR THE RULE'S DESTINATION AND THE  *
022100*                   ON-CALL USER, AND LOG WHAT WAS SENT         *
022200*****************************************************************
022300 2200-SEND-ALERT.
022400     MOVE GLALR-SEVERITY          TO  WS-EDIT-SEVERITY.
022500     MOVE SPACES                  TO  WS-MSG-TEXT.
022600     STRING "GL ALERT "           DELIMITED BY SIZE
022700            WS-ALERT-EVENT        DELIMITED BY SIZE
022800            " SEV "               DELIMITED BY SIZE
022900            WS-EDIT-SEVERITY      DELIMITED BY SIZE
023000            " "                   DELIMITED BY SIZE
023100            WS-ALERT-PGM          DELIMITED BY SPACE
023200            " - "                 DELIMITED BY SIZE
023300            WS-ALERT-TEXT         DELIMITED BY SIZE
023400         INTO WS-MSG-TEXT.
023500
023600     MOVE "E"                     TO  WS-SEND-RESULT.
023700     CALL "GLALERTC"          USING GLALR-DEST-TYPE
023800                                    GLALR-DEST-NAME
023900                                    GLALR-DEST-LIB
024000                                    GLALR-ONCALL-USER
024100                                    WS-MSG-TEXT
024200                                    WS-SEND-RESULT
024300         ON EXCEPTION
024400             MOVE "E"             TO  WS-SEND-RESULT
024500     END-CALL.
024600
024700     IF  NOT WS-SEND-OK
024800         DISPLAY "GLALERT - ALERT NOT DELIVERED TO "
024900                 GLALR-DEST-NAME " FOR " WS-ALERT-EVENT
025000                 " " WS-ALERT-PGM.
025100
025200     MOVE SPACES                  TO  GLAHS-RECORD.
025300     MOVE GLALR-SEQ-NO            TO  GLAHS-RULE-SEQ-NO.
025400     MOVE GLALR-SEVERITY          TO  GLAHS-SEVERITY.
025500     MOVE GLALR-DEST-TYPE         TO  GLAHS-DEST-TYPE.
025600     MOVE GLALR-DEST-NAME         TO  GLAHS-DEST-NAME.
025700     MOVE GLALR-DEST-LIB          TO  GLAHS-DEST-LIB.
025800     MOVE GLALR-ONCALL-USER       TO  GLAHS-ONCALL-USER.
025900     MOVE WS-SEND-RESULT          TO  GLAHS-SEND-STATUS.
026000     PERFORM 4000-WRITE-HISTORY   THRU 4000-EXIT.
026100     ADD 1                        TO  WS-SENT-CNT.
026200 2200-EXIT.
026300     EXIT.
026400
026500*****************************************************************
026600* 3000-LOG-NO-RULE - NO ACTIVE RULE COVERS THIS EVENT; RECORD   *
026700*                    IT ANYWAY SO THE HISTORY SHOWS IT HAPPENED *
026800*                    AND THAT NOBODY WAS TOLD                   *
026900*****************************************************************
027000 3000-LOG-NO-RULE.
027100     DISPLAY "GLALERT - NO ALERT RULE FOR " WS-ALERT-EVENT
027200             " " WS-ALERT-PGM.
027300
027400     MOVE SPACES                  TO  GLAHS-RECORD.
027500     MOVE ZERO                    TO  GLAHS-RULE-SEQ-NO.
027600     MOVE ZERO                    TO  GLAHS-SEVERITY.
027700     MOVE "N"                     TO  GLAHS-SEND-STATUS.
027800     PERFORM 4000-WRITE-HISTORY   THRU 4000-EXIT.
027900 3000-EXIT.
028000     EXIT.
028100
028200*****************************************************************
028300* 4000-WRITE-HISTORY - STAMP AND WRITE ONE ALERT HISTORY ROW;   *
028400*                      THE CALLER HAS FILLED IN THE RULE AND    *
028500*                      DESTINATION FIELDS                       *
028600*****************************************************************
028700 4000-WRITE-HISTORY.
028800     IF  NOT WS-AHS-IS-OPEN
028900         GO TO 4000-EXIT.
029000
029100     MOVE WS-ALERT-DATE           TO  GLAHS-ALERT-DATE.
029200     MOVE WS-ALERT-TIME (1:6)     TO  GLAHS-ALERT-TIME.
029300     MOVE WS-ALERT-EVENT          TO  GLAHS-EVENT-CODE.
029400     MOVE WS-ALERT-PGM            TO  GLAHS-PGM-ID.
029500     MOVE WS-ALERT-CNT            TO  GLAHS-EVENT-CNT.
029600     MOVE WS-ALERT-TEXT           TO  GLAHS-ALERT-TEXT.
029700     WRITE GLAHS-RECORD.
029800     IF  NOT WS-AHS-OK
029900         DISPLAY "GLALERT - ERROR WRITING GLALRHST, STATUS "
030000                 WS-AHS-STATUS.
030100 4000-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500* 9000-TERMINATE - CLOSE THE FILES FOR THE NEXT CALL            *
030600*****************************************************************
030700 9000-TERMINATE.
030800     IF  WS-ALR-IS-OPEN
030900         CLOSE ALR-FILE.
031000     IF  WS-AHS-IS-OPEN
031100         CLOSE AHS-FILE.
031200 9000-EXIT.
031300     EXIT.
031400
031500 9999-EXIT.
031600     GOBACK.
