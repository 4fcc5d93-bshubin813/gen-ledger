000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLFDLINQ.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLFDLINQ  -  FEED LOAD LINEAGE INQUIRY                       *
001000*                                                               *
001100*  ANSWERS "WHAT BECAME OF THAT FEED FILE" AND "WHICH FEED      *
001200*  FILE DID THIS BATCH COME FROM" AT THE SCREEN, FROM THE FEED  *
001300*  LOAD REGISTER GLFDLOAD WRITES (GLFDLREG, GLFLRREC) AND ITS   *
001400*  BATCH LINKS (GLFDLBAT, GLFLGREC).  THE OPERATOR KEYS ONE     *
001500*  OF:                                                          *
001600*    A BATCH NUMBER - A POSTED BATCH, OR THE BATCH OF A GL      *
001700*      HISTORY LINE (AS GLDOCINQ AND GLACTINQ SHOW IT) - AND    *
001800*      THE FEED LOAD THAT BATCH CAME FROM IS SHOWN, WITH THE    *
001900*      KEYED BATCH MARKED AMONG THE LOAD'S BATCHES;             *
002000*    A LOAD DATE, OPTIONALLY A TIME AND A FEED SYSTEM - AND     *
002100*      THE FIRST FEED LOAD ON OR AFTER THEM IS SHOWN, WITH THE  *
002200*      NEXT ONE'S DATE AND TIME SO THE OPERATOR CAN STEP ON.    *
002300*  A KEYED BATCH NUMBER TAKES PRECEDENCE; CLEAR IT TO LOOK UP   *
002400*  BY DATE.                                                     *
002500*                                                               *
002600*  THE CONTROL FORMAT SHOWS THE LOAD: FEED SYSTEM, THE FILE,    *
002700*  LIBRARY AND MEMBER, THE USER, THE TRAILER COUNTS AND HASH    *
002800*  TOTALS THE FEED SENT, THE TOTALS PASS 1 COMPUTED, AND THE    *
002900*  OUTCOME (LOADED, REJECTED WITH ITS FIRST FAILURE, OR A LOAD  *
003000*  THAT NEVER FINISHED).  THE SUBFILE LISTS THE LOAD'S BATCHES  *
003100*  WITH THEIR LINE COUNTS, TOTALS AND WHERE THEIR LINES STAND:  *
003200*  PENDING AND POSTED FROM THE STATUS MARK ON GLTRANIN, IN      *
003300*  SUSPENSE FROM GLSUSPNS, BOTH READ BY KEY.  A BATCH WITH NO   *
003400*  LINES ON EITHER FILE SHOWS "NOT ON FILE" - ITS LINES ARE     *
003500*  STILL ON GLFDOUT AWAITING THE NIGHTLY MERGE, OR THE POSTED   *
003600*  ROWS HAVE SINCE BEEN PURGED.  GLBTCINQ GIVES THE LINE-BY-    *
003700*  LINE STORY OF ANY ONE BATCH.  BATCHES FOR COMPANIES THE      *
003800*  OPERATOR HOLDS NO INQUIRE AUTHORITY FOR (GLUSRAUT) ARE LEFT  *
003900*  OFF THE LIST.  PF3 EXITS.                                    *
004000*                                                               *
004100*  THIS PROGRAM FOLLOWS THE SAME WORKSTATION-FILE/EXTERNALLY-   *
004200*  DESCRIBED-SCREEN AND SUBFILE CONVENTIONS GLBTCINQ AND        *
004300*  GLDOCINQ USE.                                                *
004400*                                                               *
004500*---------------------------------------------------------------*
004600*  MODIFICATION HISTORY                                         *
004700*---------------------------------------------------------------*
004800*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-ISERIES.
005300 OBJECT-COMPUTER.   IBM-ISERIES.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT SCREEN-FILE
005700         ASSIGN       TO WORKSTATION-GLFDLINQ-SI
005800         ORGANIZATION IS TRANSACTION
005900         ACCESS       IS DYNAMIC
006000         RELATIVE KEY IS SUBFILE-RRN
006100         FILE STATUS  IS WS-SCR-STATUS.
006200
006300     SELECT REG-FILE   ASSIGN TO GLFDLREG
006400         ORGANIZATION IS INDEXED
006500         ACCESS       IS DYNAMIC
006600         RECORD KEY   IS GLFLR-KEY
006700         FILE STATUS  IS WS-REG-STATUS.
006800
006900     SELECT LBT-FILE   ASSIGN TO GLFDLBAT
007000         ORGANIZATION IS INDEXED
007100         ACCESS       IS DYNAMIC
007200         RECORD KEY   IS GLFLG-KEY
007300         FILE STATUS  IS WS-LBT-STATUS.
007400
007500     SELECT JE-FILE    ASSIGN TO GLTRANIN
007600         ORGANIZATION IS INDEXED
007700         ACCESS       IS DYNAMIC
007800         RECORD KEY   IS GLPND-KEY
007900         FILE STATUS  IS WS-JE-STATUS.
008000
008100     SELECT SUS-FILE   ASSIGN TO GLSUSPNS
008200         ORGANIZATION IS INDEXED
008300         ACCESS       IS DYNAMIC
008400         RECORD KEY   IS GLSUS-KEY
008500         FILE STATUS  IS WS-SUS-STATUS.
008600
008700     SELECT USR-FILE   ASSIGN TO GLUSRAUT
008800         ORGANIZATION IS INDEXED
008900         ACCESS       IS DYNAMIC
009000         RECORD KEY   IS GLUSR-KEY
009100         FILE STATUS  IS WS-USR-STATUS.
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
010300     COPY DDS-ALL-FORMATS OF GLFDLINQ.
010400
010500 FD  REG-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY GLFLRREC.
010800
010900 FD  LBT-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY GLFLGREC.
011200
011300 FD  JE-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORDING MODE IS F.
011600     COPY GLPNDREC.
011700     COPY GLJEREC.
011800
011900 FD  SUS-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY GLSUSREC.
012200
012300 FD  USR-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY GLUSRREC.
012600
012700/
012800*****************************************************************
012900* W O R K I N G   S T O R A G E   S E C T I O N                 *
013000*****************************************************************
013100 WORKING-STORAGE SECTION.
013200
013300 01  WS-SFLCTL-REC.
013400     COPY DDS-SFLCTL          OF GLFDLINQ.
013500
013600 01  WS-SFLRCD-REC.
013700     COPY DDS-SFLRCD          OF GLFDLINQ.
013800
013900 01  ALL-99-INDICATORS.
014000     05  IN-CONTROL             OCCURS 99 TIMES
014100                                PIC 1      INDICATOR 1.
014200         88  IND-ON-FOR                     VALUE B"1".
014300         88  IND-OFF-FOR                    VALUE B"0".
014400
014500 01  INDICATOR-USAGE-LIST.
014600     05  EXIT-REQUESTED-IN03    PIC 99     VALUE 03.
014700     05  DISPLAY-DATA-IN40      PIC 99     VALUE 40.
014800     05  EMPTY-SUBFILE-IN70     PIC 99     VALUE 70.
014900     05  CLR-MSG                PIC 99     VALUE 98.
015000     05  DSP-MSG                PIC 99     VALUE 99.
015100
015200 77  WS-SCR-STATUS              PIC X(02) VALUE SPACES.
015300
015400 77  WS-REG-STATUS              PIC X(02) VALUE SPACES.
015500     88  WS-REG-OK                       VALUE "00".
015600     88  WS-REG-EOF                      VALUE "10".
015700
015800 77  WS-LBT-STATUS              PIC X(02) VALUE SPACES.
015900     88  WS-LBT-OK                       VALUE "00".
016000     88  WS-LBT-EOF                      VALUE "10".
016100
016200 77  WS-JE-STATUS               PIC X(02) VALUE SPACES.
016300     88  WS-JE-EOF                       VALUE "10".
016400
016500 77  WS-SUS-STATUS              PIC X(02) VALUE SPACES.
016600     88  WS-SUS-EOF                      VALUE "10".
016700
016800 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
016900     88  WS-USR-OK                       VALUE "00".
017000
017100 77  WS-FINISHED-SW             PIC X(01) VALUE "N".
017200     88  WS-FINISHED                     VALUE "Y".
017300
017400 77  WS-AUTH-OK-SW              PIC X(01) VALUE "N".
017500     88  WS-AUTH-OK                      VALUE "Y".
017600
017700 77  WS-LOAD-FOUND-SW           PIC X(01) VALUE "N".
017800     88  WS-LOAD-FOUND                   VALUE "Y".
017900
018000 77  SUBFILE-RRN                PIC 9(04) VALUE ZERO.
018100 77  WS-SFL-ROWS                PIC 9(04) BINARY VALUE ZERO.
018200 77  WS-HIDDEN-CNT              PIC 9(05) BINARY VALUE ZERO.
018300
018400*
018500* THE LOAD BEING SHOWN, THE BATCH THE OPERATOR KEYED (ZERO ON A
018600* LOOKUP BY DATE) AND THE FEED SYSTEM A DATE LOOKUP IS LIMITED
018700* TO.
018800*
018900 77  WS-LOAD-DATE               PIC 9(08) VALUE ZERO.
019000 77  WS-LOAD-TIME               PIC 9(08) VALUE ZERO.
019100 77  WS-MARK-BATCH-NO           PIC 9(06) VALUE ZERO.
019200 77  WS-SYS-FILTER              PIC X(10) VALUE SPACES.
019300
019400 77  WS-PEND-CNT                PIC 9(04) BINARY VALUE ZERO.
019500 77  WS-POST-CNT                PIC 9(04) BINARY VALUE ZERO.
019600 77  WS-SUSP-CNT                PIC 9(04) BINARY VALUE ZERO.
019700
019800/
019900****************************************************************
020000* L I N K A G E   S E C T I O N                                *
020100*                                                              *
020200* WS-USER-ID IS THE OPERATOR, FOR THE PER-COMPANY INQUIRE      *
020300* AUTHORITY CHECK.                                             *
020400****************************************************************
020500 LINKAGE SECTION.
020600 01  WS-USER-ID                 PIC X(10).
020700/
020800*****************************************************************
020900* P R O C E D U R E   D I V I S I O N                           *
021000*****************************************************************
021100 PROCEDURE DIVISION      USING WS-USER-ID.
021200
021300*****************************************************************
021400* 0000-MAINLINE                                                 *
021500*****************************************************************
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
021800     PERFORM 2000-PROCESS-INQUIRY     THRU 2000-EXIT
021900         UNTIL WS-FINISHED.
022000     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
022100     GO TO 9999-EXIT.
022200
022300*****************************************************************
022400* 1000-INITIALIZE - OPEN THE FILES AND CLEAR THE FORMATS        *
022500*****************************************************************
022600 1000-INITIALIZE.
022700     OPEN I-O    SCREEN-FILE.
022800     OPEN INPUT  REG-FILE.
022900     OPEN INPUT  LBT-FILE.
023000     OPEN INPUT  JE-FILE.
023100     OPEN INPUT  SUS-FILE.
023200     OPEN INPUT  USR-FILE.
023300
023400     MOVE ALL B"0"                TO  ALL-99-INDICATORS.
023500     MOVE SPACES                  TO  WS-SFLCTL-REC.
023600 1000-EXIT.
023700     EXIT.
023800
023900*****************************************************************
024000* 2000-PROCESS-INQUIRY - DISPLAY THE PANEL, READ THE KEYED      *
024100*                        SELECTION AND REBUILD THE LIST         *
024200*****************************************************************
024300 2000-PROCESS-INQUIRY.
024400     SET IND-OFF-FOR (DISPLAY-DATA-IN40) TO TRUE.
024500     IF  WS-SFL-ROWS IS GREATER THAN ZERO
024600         SET IND-ON-FOR (DISPLAY-DATA-IN40) TO TRUE.
024700
024800     WRITE SUBFILE SCREEN-REC FROM WS-SFLCTL-REC
024900         FORMAT IS "SFLCTL"
025000         INDICATORS ARE IN-CONTROL.
025100
025200     READ SCREEN-FILE INTO WS-SFLCTL-REC
025300         FORMAT IS "SFLCTL"
025400         INDICATORS ARE IN-CONTROL.
025500
025600     IF  IND-ON-FOR (EXIT-REQUESTED-IN03)
025700         MOVE "Y"                 TO  WS-FINISHED-SW
025800         GO TO 2000-EXIT.
025900
026000     PERFORM 3000-BUILD-LIST      THRU 3000-EXIT.
026100 2000-EXIT.
026200     EXIT.
026300
026400*****************************************************************
026500* 3000-BUILD-LIST - FIND THE FEED LOAD BY BATCH OR BY DATE,     *
026600*                   SHOW IT AND LIST ITS BATCHES                *
026700*****************************************************************
026800 3000-BUILD-LIST.
026900     MOVE SPACES                  TO  CTL-MESSAGE.
027000     MOVE "N"                     TO  WS-LOAD-FOUND-SW.
027100     MOVE ZERO                    TO  WS-MARK-BATCH-NO.
027200     MOVE ZERO                    TO  WS-HIDDEN-CNT.
027300     PERFORM 3100-CLEAR-SUBFILE   THRU 3100-EXIT.
027400     PERFORM 3150-CLEAR-LOAD      THRU 3150-EXIT.
027500
027600     IF  CTL-BATCH-NO IS NUMERIC
027700     AND CTL-BATCH-NO IS GREATER THAN ZERO
027800         PERFORM 3200-FIND-BY-BATCH THRU 3200-EXIT
027900     ELSE
028000         PERFORM 3300-FIND-BY-DATE  THRU 3300-EXIT.
028100
028200     IF  NOT WS-LOAD-FOUND
028300         GO TO 3000-EXIT.
028400
028500     PERFORM 3500-LIST-BATCHES    THRU 3500-EXIT.
028600
028700     IF  GLFLR-REJECTED
028800         MOVE "FEED REJECTED - NOTHING WAS LOADED"
028900                                   TO  CTL-MESSAGE
029000         GO TO 3000-EXIT.
029100
029200     IF  GLFLR-IN-PROGRESS
029300         MOVE "LOAD DID NOT FINISH - SEE CONTROL REPORT"
029400                                   TO  CTL-MESSAGE
029500         GO TO 3000-EXIT.
029600
029700     IF  WS-HIDDEN-CNT IS GREATER THAN ZERO
029800         MOVE "BATCHES FOR UNAUTHORIZED COMPANIES NOT SHOWN"
029900                                   TO  CTL-MESSAGE.
030000 3000-EXIT.
030100     EXIT.
030200
030300*****************************************************************
030400* 3100-CLEAR-SUBFILE - EMPTY THE LIST AHEAD OF A NEW SEARCH,    *
030500*                      THE SAME SFLCLR-INDICATOR WRITE          *
030600*                      GLJEENTR'S CLEAR ROUTINE USES            *
030700*****************************************************************
030800 3100-CLEAR-SUBFILE.
030900     SET IND-ON-FOR (EMPTY-SUBFILE-IN70) TO TRUE.
031000     SET IND-OFF-FOR (DISPLAY-DATA-IN40) TO TRUE.
031100     WRITE SUBFILE SCREEN-REC FROM WS-SFLCTL-REC
031200         FORMAT IS "SFLCTL"
031300         INDICATORS ARE IN-CONTROL.
031400     SET IND-OFF-FOR (EMPTY-SUBFILE-IN70) TO TRUE.
031500     MOVE ZERO                    TO  SUBFILE-RRN.
031600     MOVE ZERO                    TO  WS-SFL-ROWS.
031700 3100-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100* 3150-CLEAR-LOAD - BLANK THE LOAD FIELDS OF THE CONTROL FORMAT *
032200*****************************************************************
032300 3150-CLEAR-LOAD.
032400     MOVE SPACES                  TO  CTL-FEED-SYSTEM.
032500     MOVE SPACES                  TO  CTL-FEED-LIB.
032600     MOVE SPACES                  TO  CTL-FEED-FILE.
032700     MOVE SPACES                  TO  CTL-FEED-MBR.
032800     MOVE SPACES                  TO  CTL-LOAD-USER.
032900     MOVE SPACES                  TO  CTL-OUTCOME.
033000     MOVE SPACES                  TO  CTL-REASON.
033100     MOVE ZERO                    TO  CTL-GROUP-CNT.
033200     MOVE ZERO                    TO  CTL-TRL-REC-CNT.
033300     MOVE ZERO                    TO  CTL-TRL-HASH-DR.
033400     MOVE ZERO                    TO  CTL-TRL-HASH-CR.
033500     MOVE ZERO                    TO  CTL-DTL-CNT.
033600     MOVE ZERO                    TO  CTL-TOTAL-DR.
033700     MOVE ZERO                    TO  CTL-TOTAL-CR.
033800     MOVE ZERO                    TO  CTL-BATCH-CNT.
033900     MOVE ZERO                    TO  CTL-NEXT-DATE.
034000     MOVE ZERO                    TO  CTL-NEXT-TIME.
034100 3150-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500* 3200-FIND-BY-BATCH - THE KEYED BATCH'S LINK ROW NAMES ITS     *
034600*                      FEED LOAD; A BATCH WITH NO LINK ROW WAS  *
034700*                      NOT LOADED FROM A FEED                   *
034800*****************************************************************
034900 3200-FIND-BY-BATCH.
035000     MOVE CTL-BATCH-NO            TO  GLFLG-BATCH-NO.
035100     READ LBT-FILE
035200         INVALID KEY
035300             MOVE "BATCH DID NOT COME FROM A FEED LOAD"
035400                                   TO  CTL-MESSAGE
035500             GO TO 3200-EXIT.
035600
035700     MOVE GLFLG-LOAD-DATE         TO  GLFLR-LOAD-DATE.
035800     MOVE GLFLG-LOAD-TIME         TO  GLFLR-LOAD-TIME.
035900     READ REG-FILE
036000         INVALID KEY
036100             MOVE "FEED LOAD REGISTER ROW MISSING"
036200                                   TO  CTL-MESSAGE
036300             GO TO 3200-EXIT.
036400
036500     MOVE CTL-BATCH-NO            TO  WS-MARK-BATCH-NO.
036600     PERFORM 3400-SHOW-LOAD       THRU 3400-EXIT.
036700 3200-EXIT.
036800     EXIT.
036900
037000*****************************************************************
037100* 3300-FIND-BY-DATE - THE FIRST FEED LOAD ON OR AFTER THE KEYED *
037200*                     DATE AND TIME, FOR THE KEYED FEED SYSTEM  *
037300*                     IF ONE WAS GIVEN; THE NEXT SUCH LOAD'S    *
037400*                     DATE AND TIME ARE SHOWN ALONGSIDE         *
037500*****************************************************************
037600 3300-FIND-BY-DATE.
037700     IF  CTL-LOAD-DATE IS NOT NUMERIC
037800     OR  CTL-LOAD-DATE IS EQUAL TO ZERO
037900         MOVE "KEY A BATCH NUMBER OR A LOAD DATE" TO  CTL-MESSAGE
038000         GO TO 3300-EXIT.
038100
038200     IF  CTL-LOAD-TIME IS NOT NUMERIC
038300         MOVE ZERO                TO  CTL-LOAD-TIME.
038400     MOVE CTL-SYS-FILTER          TO  WS-SYS-FILTER.
038500
038600     MOVE SPACES                  TO  WS-REG-STATUS.
038700     MOVE CTL-LOAD-DATE           TO  GLFLR-LOAD-DATE.
038800     MOVE CTL-LOAD-TIME           TO  GLFLR-LOAD-TIME.
038900     START REG-FILE
039000         KEY IS NOT LESS THAN GLFLR-KEY
039100         INVALID KEY
039200             MOVE "10"            TO  WS-REG-STATUS.
039300
039400     IF  NOT WS-REG-EOF
039500         PERFORM 3350-NEXT-REGISTER-ROW THRU 3350-EXIT.
039600     IF  WS-REG-EOF
039700         MOVE "NO FEED LOAD ON OR AFTER THAT DATE"
039800                                   TO  CTL-MESSAGE
039900         GO TO 3300-EXIT.
040000
040100     PERFORM 3400-SHOW-LOAD       THRU 3400-EXIT.
040200
040300     PERFORM 3350-NEXT-REGISTER-ROW THRU 3350-EXIT.
040400     IF  NOT WS-REG-EOF
040500         MOVE GLFLR-LOAD-DATE     TO  CTL-NEXT-DATE
040600         MOVE GLFLR-LOAD-TIME     TO  CTL-NEXT-TIME.
040700
040800*    PUT THE SHOWN LOAD'S ROW BACK FOR THE OUTCOME TESTS.
040900     MOVE WS-LOAD-DATE            TO  GLFLR-LOAD-DATE.
041000     MOVE WS-LOAD-TIME            TO  GLFLR-LOAD-TIME.
041100     READ REG-FILE
041200         INVALID KEY
041300             MOVE "N"             TO  WS-LOAD-FOUND-SW.
041400 3300-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800* 3350-NEXT-REGISTER-ROW - THE NEXT REGISTER ROW, PASSING OVER  *
041900*                          OTHER FEED SYSTEMS' LOADS WHEN THE   *
042000*                          LOOKUP IS LIMITED TO ONE             *
042100*****************************************************************
042200 3350-NEXT-REGISTER-ROW.
042300     READ REG-FILE NEXT RECORD
042400         AT END
042500             MOVE "10"            TO  WS-REG-STATUS
042600             GO TO 3350-EXIT.
042700
042800     IF  WS-SYS-FILTER IS NOT EQUAL TO SPACES
042900     AND GLFLR-FEED-SYSTEM IS NOT EQUAL TO WS-SYS-FILTER
043000         GO TO 3350-NEXT-REGISTER-ROW.
043100 3350-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500* 3400-SHOW-LOAD - THE REGISTER ROW ONTO THE CONTROL FORMAT     *
043600*****************************************************************
043700 3400-SHOW-LOAD.
043800     MOVE "Y"                     TO  WS-LOAD-FOUND-SW.
043900     MOVE GLFLR-LOAD-DATE         TO  WS-LOAD-DATE.
044000     MOVE GLFLR-LOAD-TIME         TO  WS-LOAD-TIME.
044100
044200     MOVE GLFLR-LOAD-DATE         TO  CTL-LOAD-DATE.
044300     MOVE GLFLR-LOAD-TIME         TO  CTL-LOAD-TIME.
044400     MOVE GLFLR-FEED-SYSTEM       TO  CTL-FEED-SYSTEM.
044500     MOVE GLFLR-FEED-LIB          TO  CTL-FEED-LIB.
044600     MOVE GLFLR-FEED-FILE         TO  CTL-FEED-FILE.
044700     MOVE GLFLR-FEED-MBR          TO  CTL-FEED-MBR.
044800     MOVE GLFLR-USER-ID           TO  CTL-LOAD-USER.
044900     MOVE GLFLR-REASON            TO  CTL-REASON.
045000     MOVE GLFLR-GROUP-CNT         TO  CTL-GROUP-CNT.
045100     MOVE GLFLR-TRL-REC-CNT       TO  CTL-TRL-REC-CNT.
045200     MOVE GLFLR-TRL-HASH-DR       TO  CTL-TRL-HASH-DR.
045300     MOVE GLFLR-TRL-HASH-CR       TO  CTL-TRL-HASH-CR.
045400     MOVE GLFLR-DTL-CNT           TO  CTL-DTL-CNT.
045500     MOVE GLFLR-TOTAL-DR          TO  CTL-TOTAL-DR.
045600     MOVE GLFLR-TOTAL-CR          TO  CTL-TOTAL-CR.
045700     MOVE GLFLR-BATCH-CNT         TO  CTL-BATCH-CNT.
045800
045900     IF  GLFLR-LOADED
046000         MOVE "LOADED"            TO  CTL-OUTCOME
046100     ELSE
046200         IF  GLFLR-REJECTED
046300             MOVE "REJECTED"      TO  CTL-OUTCOME
046400         ELSE
046500             MOVE "UNFINISHED"    TO  CTL-OUTCOME
046600         END-IF
046700     END-IF.
046800 3400-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200* 3500-LIST-BATCHES - THE LOAD'S BATCHES ARE NUMBERED IN ONE    *
047300*                     RUN FROM ITS FIRST BATCH NUMBER, SO THEIR *
047400*                     LINK ROWS ARE READ FROM THERE UNTIL ONE   *
047500*                     BELONGS TO ANOTHER LOAD                   *
047600*****************************************************************
047700 3500-LIST-BATCHES.
047800     IF  GLFLR-FIRST-BATCH-NO IS EQUAL TO ZERO
047900         GO TO 3500-EXIT.
048000
048100     MOVE SPACES                  TO  WS-LBT-STATUS.
048200     MOVE GLFLR-FIRST-BATCH-NO    TO  GLFLG-BATCH-NO.
048300     START LBT-FILE
048400         KEY IS NOT LESS THAN GLFLG-KEY
048500         INVALID KEY
048600             MOVE "10"            TO  WS-LBT-STATUS.
048700
048800     PERFORM 3600-ONE-BATCH       THRU 3600-EXIT
048900         UNTIL WS-LBT-EOF.
049000 3500-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400* 3600-ONE-BATCH - ONE LOADED BATCH ONTO THE LIST, WITH WHERE   *
049500*                  ITS LINES STAND                              *
049600*****************************************************************
049700 3600-ONE-BATCH.
049800     READ LBT-FILE NEXT RECORD
049900         AT END
050000             MOVE "10"            TO  WS-LBT-STATUS
050100             GO TO 3600-EXIT.
050200
050300     IF  GLFLG-LOAD-DATE IS NOT EQUAL TO WS-LOAD-DATE
050400     OR  GLFLG-LOAD-TIME IS NOT EQUAL TO WS-LOAD-TIME
050500         MOVE "10"                TO  WS-LBT-STATUS
050600         GO TO 3600-EXIT.
050700
050800     PERFORM 3900-CHECK-AUTHORITY THRU 3900-EXIT.
050900     IF  NOT WS-AUTH-OK
051000         ADD 1                    TO  WS-HIDDEN-CNT
051100         GO TO 3600-EXIT.
051200
051300     PERFORM 3700-COUNT-PENDING   THRU 3700-EXIT.
051400     PERFORM 3800-COUNT-SUSPENSE  THRU 3800-EXIT.
051500
051600     MOVE SPACES                  TO  WS-SFLRCD-REC.
051700     IF  GLFLG-BATCH-NO IS EQUAL TO WS-MARK-BATCH-NO
051800         MOVE ">"                 TO  SFL-MARK.
051900     MOVE GLFLG-BATCH-NO          TO  SFL-BATCH-NO.
052000     MOVE GLFLG-GROUP-SEQ         TO  SFL-GROUP-SEQ.
052100     MOVE GLFLG-SOURCE-CODE       TO  SFL-SOURCE-CODE.
052200     MOVE GLFLG-CO-CODE           TO  SFL-CO-CODE.
052300     MOVE GLFLG-ENTRY-DATE        TO  SFL-ENTRY-DATE.
052400     MOVE GLFLG-LINE-CNT          TO  SFL-LINE-CNT.
052500     MOVE GLFLG-TOTAL-DR          TO  SFL-TOTAL-DR.
052600     MOVE WS-PEND-CNT             TO  SFL-PEND-CNT.
052700     MOVE WS-POST-CNT             TO  SFL-POST-CNT.
052800     MOVE WS-SUSP-CNT             TO  SFL-SUSP-CNT.
052900
053000     IF  WS-POST-CNT IS EQUAL TO GLFLG-LINE-CNT
053100         MOVE "POSTED"            TO  SFL-STATUS
053200         GO TO 3600-PUT-ROW.
053300     IF  WS-SUSP-CNT IS GREATER THAN ZERO
053400         MOVE "SUSPENSE"          TO  SFL-STATUS
053500         GO TO 3600-PUT-ROW.
053600     IF  WS-POST-CNT IS GREATER THAN ZERO
053700         MOVE "PART POSTED"       TO  SFL-STATUS
053800         GO TO 3600-PUT-ROW.
053900     IF  WS-PEND-CNT IS GREATER THAN ZERO
054000         MOVE "PENDING"           TO  SFL-STATUS
054100         GO TO 3600-PUT-ROW.
054200     MOVE "NOT ON FILE"           TO  SFL-STATUS.
054300
054400 3600-PUT-ROW.
054500     ADD 1                        TO  WS-SFL-ROWS.
054600     MOVE WS-SFL-ROWS             TO  SUBFILE-RRN.
054700     WRITE SUBFILE SCREEN-REC FROM WS-SFLRCD-REC
054800         FORMAT IS "SFLRCD"
054900         INDICATORS ARE IN-CONTROL.
055000 3600-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400* 3700-COUNT-PENDING - THE BATCH'S GLTRANIN ROWS BY STATUS MARK *
055500*                      (KEYED RANGE READ); A REJECTED MARK IS   *
055600*                      COUNTED FROM SUSPENSE INSTEAD            *
055700*****************************************************************
055800 3700-COUNT-PENDING.
055900     MOVE ZERO                    TO  WS-PEND-CNT.
056000     MOVE ZERO                    TO  WS-POST-CNT.
056100     MOVE SPACES                  TO  WS-JE-STATUS.
056200     MOVE GLFLG-BATCH-NO          TO  GLPND-BATCH-NO.
056300     MOVE ZERO                    TO  GLPND-LINE-NO.
056400     START JE-FILE
056500         KEY IS NOT LESS THAN GLPND-KEY
056600         INVALID KEY
056700             MOVE "10"            TO  WS-JE-STATUS.
056800
056900     PERFORM 3750-ONE-PENDING-ROW THRU 3750-EXIT
057000         UNTIL WS-JE-EOF.
057100 3700-EXIT.
057200     EXIT.
057300
057400*****************************************************************
057500* 3750-ONE-PENDING-ROW - ONE GLTRANIN ROW OF THE BATCH          *
057600*****************************************************************
057700 3750-ONE-PENDING-ROW.
057800     READ JE-FILE NEXT RECORD
057900         AT END
058000             MOVE "10"            TO  WS-JE-STATUS
058100             GO TO 3750-EXIT.
058200
058300     IF  GLPND-BATCH-NO IS NOT EQUAL TO GLFLG-BATCH-NO
058400         MOVE "10"                TO  WS-JE-STATUS
058500         GO TO 3750-EXIT.
058600
058700     IF  GLPND-POSTED
058800         ADD 1                    TO  WS-POST-CNT
058900     ELSE
059000         IF  GLPND-PENDING
059100             ADD 1                TO  WS-PEND-CNT
059200         END-IF
059300     END-IF.
059400 3750-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800* 3800-COUNT-SUSPENSE - THE BATCH'S LINES STILL IN SUSPENSE,    *
059900*                       CORRECTED OR NOT; A RECYCLED LINE IS    *
060000*                       BACK ON GLTRANIN AND COUNTED THERE      *
060100*****************************************************************
060200 3800-COUNT-SUSPENSE.
060300     MOVE ZERO                    TO  WS-SUSP-CNT.
060400     MOVE SPACES                  TO  WS-SUS-STATUS.
060500     MOVE GLFLG-BATCH-NO          TO  GLSUS-BATCH-NO.
060600     MOVE ZERO                    TO  GLSUS-LINE-NO.
060700     START SUS-FILE
060800         KEY IS NOT LESS THAN GLSUS-KEY
060900         INVALID KEY
061000             MOVE "10"            TO  WS-SUS-STATUS.
061100
061200     PERFORM 3850-ONE-SUSPENSE-ROW THRU 3850-EXIT
061300         UNTIL WS-SUS-EOF.
061400 3800-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800* 3850-ONE-SUSPENSE-ROW - ONE SUSPENSE ROW OF THE BATCH         *
061900*****************************************************************
062000 3850-ONE-SUSPENSE-ROW.
062100     READ SUS-FILE NEXT RECORD
062200         AT END
062300             MOVE "10"            TO  WS-SUS-STATUS
062400             GO TO 3850-EXIT.
062500
062600     IF  GLSUS-BATCH-NO IS NOT EQUAL TO GLFLG-BATCH-NO
062700         MOVE "10"                TO  WS-SUS-STATUS
062800         GO TO 3850-EXIT.
062900
063000     IF  NOT GLSUS-IS-RECYCLED
063100         ADD 1                    TO  WS-SUSP-CNT.
063200 3850-EXIT.
063300     EXIT.
063400
063500*****************************************************************
063600* 3900-CHECK-AUTHORITY - THE OPERATOR MUST HOLD INQUIRE         *
063700*                        AUTHORITY FOR THE BATCH'S COMPANY      *
063800*****************************************************************
063900 3900-CHECK-AUTHORITY.
064000     MOVE "N"                     TO  WS-AUTH-OK-SW.
064100     MOVE WS-USER-ID              TO  GLUSR-USER-ID.
064200     MOVE GLFLG-CO-CODE           TO  GLUSR-CO-CODE.
064300
064400     READ USR-FILE
064500         INVALID KEY
064600             GO TO 3900-EXIT.
064700
064800     IF  GLUSR-MAY-INQUIRE
064900         MOVE "Y"                 TO  WS-AUTH-OK-SW.
065000 3900-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400* 9000-TERMINATE - CLOSE ALL FILES                              *
065500*****************************************************************
065600 9000-TERMINATE.
065700     CLOSE SCREEN-FILE.
065800     CLOSE REG-FILE.
065900     CLOSE LBT-FILE.
066000     CLOSE JE-FILE.
066100     CLOSE SUS-FILE.
066200     CLOSE USR-FILE.
066300 9000-EXIT.
066400     EXIT.
066500
066600 9999-EXIT.
066700     STOP RUN.
