000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLLOGCHN.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLLOGCHN  -  POSTING AUDIT-LOG CHAIN                         *
001000*                                                               *
001100*  CALLED BY GLPOST AND BY EVERY PROGRAM THAT WRITES "M" OR "X" *
001200*  ROWS TO THE POSTING AUDIT LOG, JUST BEFORE EACH WRITE, WITH  *
001300*  THE GLLCHREC AREA AND THE GLLOG-RECORD ABOUT TO GO OUT.      *
001400*  FUNCTION "L" READS THE ONE CHAIN CONTROL ROW (GLLCTREC) FOR  *
001500*  UPDATE, GIVES THE LOG ROW THE NEXT SEQUENCE NUMBER AND A     *
001600*  HASH COMPUTED OVER THE ROW STARTING FROM THE LAST ROW'S      *
001700*  HASH, AND REWRITES THE CONTROL ROW.  HOLDING THE CONTROL ROW *
001800*  FOR UPDATE MAKES TWO JOBS LOGGING AT ONCE TAKE TURNS, SO NO  *
001900*  TWO ROWS EVER SHARE A NUMBER.  FUNCTION "H" ONLY WORKS OUT   *
002000*  THE HASH A ROW SHOULD CARRY GIVEN THE HASH BEFORE IT - THE   *
002100*  SAME ARITHMETIC, FOR GLLOGVFY.  "E" CLOSES THE CONTROL FILE  *
002200*  AT THE CALLER'S END OF RUN.                                  *
002300*                                                               *
002400*  THE HASH FOLDS THE ROW, TAKEN AS EIGHTEEN BINARY WORDS, INTO *
002500*  THE PREVIOUS HASH ONE WORD AT A TIME (TIMES 257, PLUS THE    *
002600*  WORD AND ITS POSITION) MODULO THE PRIME 999999937.           *
002700*                                                               *
002800*  GLPOST CALLS WITH GLLCH-COMMIT-SW "Y": THE CONTROL FILE IS   *
002900*  THEN OPENED UNDER COMMITMENT CONTROL, SO IT COMMITS AND      *
003000*  ROLLS BACK WITH THE LOG ROW IN GLPOST'S PER-LINE UNIT OF     *
003100*  WORK.  THE CHAIN NEVER TAKES DOWN THE CALLER: A CONTROL FILE *
003200*  ERROR IS DISPLAYED ON THE JOB LOG, RETURNED IN GLLCH-RETURN- *
003300*  CODE, AND THE ROW GOES OUT UNCHAINED (SEQUENCE ZERO) FOR     *
003400*  GLLOGVFY TO REPORT.                                          *
003500*                                                               *
003600*---------------------------------------------------------------*
003700*  MODIFICATION HISTORY                                         *
003800*---------------------------------------------------------------*
003900*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-ISERIES.
004400 OBJECT-COMPUTER.   IBM-ISERIES.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CTL-FILE   ASSIGN TO GLLOGCTL
004800         ORGANIZATION IS INDEXED
004900         ACCESS       IS RANDOM
005000         RECORD KEY   IS CTL-KEY
005100         FILE STATUS  IS WS-CTL-STATUS.
005200
005300     SELECT CMT-FILE   ASSIGN TO GLLOGCTL
005400         ORGANIZATION IS INDEXED
005500         ACCESS       IS RANDOM
005600         RECORD KEY   IS CMT-KEY
005700         FILE STATUS  IS WS-CTL-STATUS.
005800
005900*
006000* CMT-FILE IS THE SAME CONTROL FILE OPENED FOR A CALLER RUNNING
006100* UNDER COMMITMENT CONTROL (GLPOST).
006200*
006300 I-O-CONTROL.
006400     COMMITMENT CONTROL FOR CMT-FILE.
006500
006600/
006700*****************************************************************
006800* D A T A   D I V I S I O N                                     *
006900*****************************************************************
007000 DATA DIVISION.
007100 FILE SECTION.
007200
007300 FD  CTL-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  CTL-RECORD.
007600     05  CTL-KEY                PIC X(08).
007700     05  FILLER                 PIC X(56).
007800
007900 FD  CMT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  CMT-RECORD.
008200     05  CMT-KEY                PIC X(08).
008300     05  FILLER                 PIC X(56).
008400
008500/
008600*****************************************************************
008700* W O R K I N G   S T O R A G E   S E C T I O N                 *
008800*****************************************************************
008900 WORKING-STORAGE SECTION.
009000
009100 77  WS-CTL-STATUS              PIC X(02) VALUE SPACES.
009200     88  WS-CTL-OK                       VALUE "00".
009300     88  WS-CTL-NOT-FOUND                VALUE "23".
009400
009500 77  WS-OPEN-SW                 PIC X(01) VALUE "N".
009600     88  WS-CTL-IS-OPEN                  VALUE "Y".
009700
009800 77  WS-TRIED-SW                PIC X(01) VALUE "N".
009900     88  WS-OPEN-TRIED                   VALUE "Y".
010000
010100 77  WS-OPEN-MODE-SW            PIC X(01) VALUE "N".
010200     88  WS-OPEN-UNDER-COMMIT            VALUE "Y".
010300
010400 77  WS-NEW-CTL-SW              PIC X(01) VALUE "N".
010500     88  WS-NEW-CTL-ROW                  VALUE "Y".
010600
010700 77  WS-LOG-ID                  PIC X(08) VALUE "GLPSTLOG".
010800 77  WS-CHAIN-CNT               PIC 9(07) BINARY VALUE ZERO.
010900 77  WS-UNCHAINED-CNT           PIC 9(07) BINARY VALUE ZERO.
011000
011100     COPY GLLCTREC.
011200
011300*---------------------------------------------------------------*
011400*  THE ROW BEING HASHED: THE GLLOGREC ROW WITH ITS HASH FIELD   *
011500*  ZEROED (62 BYTES OF DATA AND SEQUENCE NUMBER, 9 OF HASH),    *
011600*  PADDED TO EIGHTEEN FULL WORDS                                *
011700*---------------------------------------------------------------*
011800 01  WS-HASH-AREA.
011900     05  WS-HA-LOG-ROW.
012000         10  WS-HA-ROW-DATA     PIC X(62).
012100         10  WS-HA-ROW-HASH     PIC 9(09).
012200     05  FILLER                 PIC X(01) VALUE SPACES.
012300 01  WS-HASH-WORDS              REDEFINES WS-HASH-AREA.
012400     05  WS-HA-WORD             OCCURS 18 TIMES
012500                                PIC S9(09) BINARY.
012600
012700 77  WS-HA-IX                   PIC 9(02) BINARY VALUE ZERO.
012800 77  WS-HA-WORD-CNT             PIC 9(02) BINARY VALUE 18.
012900 77  WS-HASH-PRIME              PIC S9(09) COMP-3
013000                                          VALUE 999999937.
013100 77  WS-HASH-MULT               PIC S9(03) COMP-3 VALUE 257.
013200 77  WS-HASH-START              PIC 9(09) VALUE ZERO.
013300 77  WS-HASH-RESULT             PIC 9(09) VALUE ZERO.
013400 77  WS-HASH-WORK               PIC S9(13) COMP-3 VALUE ZERO.
013500 77  WS-HASH-QUOT               PIC S9(05) COMP-3 VALUE ZERO.
013600 77  WS-HASH-REM                PIC S9(09) COMP-3 VALUE ZERO.
013700
013800/
013900****************************************************************
014000* L I N K A G E   S E C T I O N                                *
014100****************************************************************
014200 LINKAGE SECTION.
014300     COPY GLLCHREC.
014400
014500     COPY GLLOGREC.
014600/
014700*****************************************************************
014800* P R O C E D U R E   D I V I S I O N                           *
014900*****************************************************************
015000 PROCEDURE DIVISION      USING GLLCH-AREA
015100                               GLLOG-RECORD.
015200
015300*****************************************************************
015400* 0000-MAINLINE                                                 *
015500*****************************************************************
015600 0000-MAINLINE.
015700     MOVE "00"                    TO  GLLCH-RETURN-CODE.
015800
015900     IF  GLLCH-END
016000         PERFORM 9000-TERMINATE       THRU 9000-EXIT
016100         GO TO 9999-EXIT.
016200
016300     IF  GLLCH-HASH-ONLY
016400         MOVE GLLCH-PREV-HASH     TO  WS-HASH-START
016500         PERFORM 3000-COMPUTE-HASH    THRU 3000-EXIT
016600         MOVE WS-HASH-RESULT      TO  GLLCH-HASH
016700         GO TO 9999-EXIT.
016800
016900     IF  NOT WS-OPEN-TRIED
017000         PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
017100
017200     PERFORM 2000-LINK-ROW            THRU 2000-EXIT.
017300     GO TO 9999-EXIT.
017400
017500*****************************************************************
017600* 1000-INITIALIZE - OPEN THE CONTROL FILE THE WAY THE CALLER    *
017700*                   RUNS, WITH OR WITHOUT COMMITMENT CONTROL    *
017800*****************************************************************
017900 1000-INITIALIZE.
018000     MOVE "Y"                     TO  WS-TRIED-SW.
018100     MOVE ZERO                    TO  WS-CHAIN-CNT.
018200     MOVE ZERO                    TO  WS-UNCHAINED-CNT.
018300
018400     IF  GLLCH-UNDER-COMMIT
018500         MOVE "Y"                 TO  WS-OPEN-MODE-SW
018600         OPEN I-O CMT-FILE
018700     ELSE
018800         MOVE "N"                 TO  WS-OPEN-MODE-SW
018900         OPEN I-O CTL-FILE.
019000
019100     IF  WS-CTL-OK
019200         MOVE "Y"                 TO  WS-OPEN-SW
019300     ELSE
019400         DISPLAY "GLLOGCHN - ERROR OPENING GLLOGCTL, STATUS "
019500                 WS-CTL-STATUS " - AUDIT LOG ROWS UNCHAINED".
019600 1000-EXIT.
019700     EXIT.
019800
019900*****************************************************************
020000* 2000-LINK-ROW - NUMBER THE ROW AND CHAIN IT FROM THE LAST     *
020100*                 ONE; THE CONTROL ROW STAYS HELD FROM THE      *
020200*                 READ TO THE REWRITE                           *
020300*****************************************************************
020400 2000-LINK-ROW.
020500     MOVE ZERO                    TO  GLLOG-SEQ-NO.
020600     MOVE ZERO                    TO  GLLOG-CHAIN-HASH.
020700     IF  NOT WS-CTL-IS-OPEN
020800         MOVE "NO"                TO  GLLCH-RETURN-CODE
020900         ADD 1                    TO  WS-UNCHAINED-CNT
021000         GO TO 2000-EXIT.
021100
021200     PERFORM 2100-READ-CONTROL    THRU 2100-EXIT.
021300     IF  NOT WS-CTL-OK
021400         MOVE WS-CTL-STATUS       TO  GLLCH-RETURN-CODE
021500         ADD 1                    TO  WS-UNCHAINED-CNT
021600         GO TO 2000-EXIT.
021700
021800     ADD 1 GLLCT-LAST-SEQ-NO      GIVING GLLOG-SEQ-NO.
021900     MOVE GLLCT-LAST-HASH         TO  WS-HASH-START.
022000     PERFORM 3000-COMPUTE-HASH    THRU 3000-EXIT.
022100     MOVE WS-HASH-RESULT          TO  GLLOG-CHAIN-HASH.
022200
022300     MOVE GLLOG-SEQ-NO            TO  GLLCT-LAST-SEQ-NO.
022400     MOVE GLLOG-CHAIN-HASH        TO  GLLCT-LAST-HASH.
022500     MOVE GLLOG-DATE              TO  GLLCT-LAST-DATE.
022600     MOVE GLLOG-TIME              TO  GLLCT-LAST-TIME.
022700     PERFORM 2200-WRITE-CONTROL   THRU 2200-EXIT.
022800     IF  NOT WS-CTL-OK
022900         DISPLAY "GLLOGCHN - ERROR UPDATING GLLOGCTL, STATUS "
023000                 WS-CTL-STATUS " - ROW " GLLOG-SEQ-NO
023100                 " UNCHAINED"
023200         MOVE WS-CTL-STATUS       TO  GLLCH-RETURN-CODE
023300         MOVE ZERO                TO  GLLOG-SEQ-NO
023400         MOVE ZERO                TO  GLLOG-CHAIN-HASH
023500         ADD 1                    TO  WS-UNCHAINED-CNT
023600         GO TO 2000-EXIT.
023700
023800     ADD 1                        TO  WS-CHAIN-CNT.
023900 2000-EXIT.
024000     EXIT.
024100
024200*****************************************************************
024300* 2100-READ-CONTROL - READ AND HOLD THE CONTROL ROW; NO ROW     *
024400*                     MEANS THIS IS THE FIRST ROW EVER CHAINED  *
024500*****************************************************************
024600 2100-READ-CONTROL.
024700     MOVE "N"                     TO  WS-NEW-CTL-SW.
024800     IF  WS-OPEN-UNDER-COMMIT
024900         MOVE WS-LOG-ID           TO  CMT-KEY
025000         READ CMT-FILE INTO GLLCT-RECORD
025100             INVALID KEY
025200                 MOVE "23"        TO  WS-CTL-STATUS
025300         END-READ
025400     ELSE
025500         MOVE WS-LOG-ID           TO  CTL-KEY
025600         READ CTL-FILE INTO GLLCT-RECORD
025700             INVALID KEY
025800                 MOVE "23"        TO  WS-CTL-STATUS
025900         END-READ
026000     END-IF.
026100
026200     IF  WS-CTL-OK
026300         GO TO 2100-EXIT.
026400
026500     IF  NOT WS-CTL-NOT-FOUND
026600         DISPLAY "GLLOGCHN - ERROR READING GLLOGCTL, STATUS "
026700                 WS-CTL-STATUS " - ROW UNCHAINED"
026800         GO TO 2100-EXIT.
026900
027000     MOVE "Y"                     TO  WS-NEW-CTL-SW.
027100     MOVE SPACES                  TO  GLLCT-RECORD.
027200     MOVE WS-LOG-ID               TO  GLLCT-LOG-ID.
027300     MOVE ZERO                    TO  GLLCT-LAST-SEQ-NO.
027400     MOVE ZERO                    TO  GLLCT-LAST-HASH.
027500     MOVE ZERO                    TO  GLLCT-LAST-DATE.
027600     MOVE ZERO                    TO  GLLCT-LAST-TIME.
027700     MOVE GLLOG-DATE              TO  GLLCT-START-DATE.
027800     MOVE GLLOG-TIME              TO  GLLCT-START-TIME.
027900     MOVE "00"                    TO  WS-CTL-STATUS.
028000 2100-EXIT.
028100     EXIT.
028200
028300*****************************************************************
028400* 2200-WRITE-CONTROL - PUT THE ADVANCED CONTROL ROW BACK        *
028500*****************************************************************
028600 2200-WRITE-CONTROL.
028700     IF  WS-OPEN-UNDER-COMMIT
028800         IF  WS-NEW-CTL-ROW
028900             WRITE CMT-RECORD FROM GLLCT-RECORD
029000         ELSE
029100             REWRITE CMT-RECORD FROM GLLCT-RECORD
029200         END-IF
029300     ELSE
029400         IF  WS-NEW-CTL-ROW
029500             WRITE CTL-RECORD FROM GLLCT-RECORD
029600         ELSE
029700             REWRITE CTL-RECORD FROM GLLCT-RECORD
029800         END-IF
029900     END-IF.
030000 2200-EXIT.
030100     EXIT.
030200
030300*****************************************************************
030400* 3000-COMPUTE-HASH - THE HASH OF THE GLLOG-RECORD, CHAINED     *
030500*                     FROM WS-HASH-START, INTO WS-HASH-RESULT;  *
030600*                     THE ROW'S OWN HASH FIELD IS LEFT OUT      *
030700*****************************************************************
030800 3000-COMPUTE-HASH.
030900     MOVE GLLOG-RECORD            TO  WS-HA-LOG-ROW.
031000     MOVE ZERO                    TO  WS-HA-ROW-HASH.
031100     MOVE WS-HASH-START           TO  WS-HASH-WORK.
031200
031300     PERFORM 3100-FOLD-ONE-WORD   THRU 3100-EXIT
031400         VARYING WS-HA-IX FROM 1 BY 1
031500         UNTIL WS-HA-IX IS GREATER THAN WS-HA-WORD-CNT.
031600
031700     MOVE WS-HASH-WORK            TO  WS-HASH-RESULT.
031800 3000-EXIT.
031900     EXIT.
032000
032100*****************************************************************
032200* 3100-FOLD-ONE-WORD - FOLD ONE WORD OF THE ROW INTO THE HASH   *
032300*****************************************************************
032400 3100-FOLD-ONE-WORD.
032500     COMPUTE WS-HASH-WORK = (WS-HASH-WORK * WS-HASH-MULT)
032600                          + WS-HA-WORD (WS-HA-IX) + WS-HA-IX.
032700     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
032800         GIVING WS-HASH-QUOT
032900         REMAINDER WS-HASH-REM.
033000     IF  WS-HASH-REM IS LESS THAN ZERO
033100         ADD WS-HASH-PRIME        TO  WS-HASH-REM.
033200     MOVE WS-HASH-REM             TO  WS-HASH-WORK.
033300 3100-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700* 9000-TERMINATE - END OF THE CALLER'S RUN; CLOSE THE CONTROL   *
033800*                  FILE SO THE NEXT RUN IN THE JOB REOPENS IT   *
033900*****************************************************************
034000 9000-TERMINATE.
034100     IF  NOT WS-OPEN-TRIED
034200         GO TO 9000-EXIT.
034300
034400     IF  WS-CTL-IS-OPEN
034500         IF  WS-OPEN-UNDER-COMMIT
034600             CLOSE CMT-FILE
034700         ELSE
034800             CLOSE CTL-FILE
034900         END-IF
035000     END-IF.
035100
035200     IF  WS-UNCHAINED-CNT IS GREATER THAN ZERO
035300         DISPLAY "GLLOGCHN - AUDIT LOG ROWS LEFT UNCHAINED: "
035400                 WS-UNCHAINED-CNT.
035500
035600     MOVE "N"                     TO  WS-TRIED-SW.
035700     MOVE "N"                     TO  WS-OPEN-SW.
035800 9000-EXIT.
035900     EXIT.
036000
036100 9999-EXIT.
036200     GOBACK.
