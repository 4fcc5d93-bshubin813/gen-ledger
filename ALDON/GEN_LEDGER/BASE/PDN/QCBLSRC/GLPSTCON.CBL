000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLPSTCON.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLPSTCON  -  CONSOLIDATED POSTING PROOF                      *
001000*                                                               *
001100*  WHEN THE NIGHT'S POSTING RUNS AS SEVERAL COMPANY-RANGE       *
001200*  PARTITIONS (GLPTNREC), EACH PARTITION'S GLPOST JOB PROVES    *
001300*  ONLY ITS OWN LINES AND LEAVES ITS FIGURES ON ITS RESULT ROW  *
001400*  (GLPTRREC).  THIS PROGRAM PROVES THE PARTITIONS BACK INTO    *
001500*  ONE NIGHT FOR THE RUN DATE IT IS GIVEN:                      *
001600*                                                               *
001700*    1. EVERY ACTIVE PARTITION RAN TO COMPLETION;               *
001800*    2. NO TWO ACTIVE PARTITIONS' COMPANY RANGES OVERLAP;       *
001900*    3. EACH PARTITION POSTED OR REJECTED EVERY LINE IT OWNED,  *
002000*       AND ALL OF THEM READ THE SAME GLTRANIN;                 *
002100*    4. THE LINES THE PARTITIONS OWNED ADD UP TO THE LINES      *
002200*       READ - EVERY LINE OWNED BY EXACTLY ONE PARTITION;       *
002300*    5. IN DOLLARS, IN = POSTED + REJECTED OVER THE NIGHT.      *
002400*                                                               *
002500*  ONCE EVERY PARTITION IS COMPLETE, THE NIGHT IS ALSO          *
002600*  RECORDED AS ONE "GLPOST" RUN-STATISTICS ROW (GLSTAREC) -     *
002700*  FROM THE EARLIEST PARTITION START TO THE LATEST END, WITH    *
002800*  THE SUMMED COUNTS - SO THE OPERATIONS INQUIRY AND THE        *
002900*  BATCH-WINDOW REPORT STILL SEE THE POSTING STEP AS ONE RUN.   *
003000*                                                               *
003100*  THE RESULT GOES BACK TO THE STREAM DRIVER (GLNIGHT) THROUGH  *
003200*  LINKAGE: "C" PROVEN, "I" NOT EVERY PARTITION COMPLETE YET,   *
003300*  "N" NOT PROVEN.                                              *
003400*                                                               *
003500*---------------------------------------------------------------*
003600*  MODIFICATION HISTORY                                         *
003700*---------------------------------------------------------------*
003800*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003810*  10/15/26  MJF  GENERATED TAX LINES (GLPTR-TAX-GEN-CNT) ARE    *
003820*                 TAKEN OUT OF A PARTITION'S POSTED PLUS         *
003830*                 REJECTED BEFORE IT IS PROVED AGAINST THE LINES *
003840*                 IT OWNED.                                      *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-ISERIES.
004300 OBJECT-COMPUTER.   IBM-ISERIES.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PTN-FILE   ASSIGN TO GLPSTPTN
004700         ORGANIZATION IS INDEXED
004800         ACCESS       IS DYNAMIC
004900         RECORD KEY   IS GLPTN-KEY
005000         FILE STATUS  IS WS-PTN-STATUS.
005100
005200     SELECT PTR-FILE   ASSIGN TO GLPSTPTR
005300         ORGANIZATION IS INDEXED
005400         ACCESS       IS DYNAMIC
005500         RECORD KEY   IS GLPTR-KEY
005600         FILE STATUS  IS WS-PTR-STATUS.
005700
005800     SELECT STA-FILE   ASSIGN TO GLRUNSTAT
005900         ORGANIZATION IS INDEXED
006000         ACCESS       IS DYNAMIC
006100         RECORD KEY   IS GLSTA-KEY
006200         FILE STATUS  IS WS-STA-STATUS.
006300
006400     SELECT RPT-FILE   ASSIGN TO GLPSTCONP
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS  IS WS-RPT-STATUS.
006700
006800/
006900*****************************************************************
007000* D A T A   D I V I S I O N                                     *
007100*****************************************************************
007200 DATA DIVISION.
007300 FILE SECTION.
007400
007500 FD  PTN-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY GLPTNREC.
007800
007900 FD  PTR-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY GLPTRREC.
008200
008300 FD  STA-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY GLSTAREC.
008600
008700 FD  RPT-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000     COPY GLPCNPRT.
009100
009200/
009300*****************************************************************
009400* W O R K I N G   S T O R A G E   S E C T I O N                 *
009500*****************************************************************
009600 WORKING-STORAGE SECTION.
009700
009800 77  WS-PTN-STATUS              PIC X(02) VALUE SPACES.
009900     88  WS-PTN-OK                       VALUE "00".
010000     88  WS-PTN-EOF                      VALUE "10".
010100
010200 77  WS-PTR-STATUS              PIC X(02) VALUE SPACES.
010300     88  WS-PTR-OK                       VALUE "00".
010400
010500 77  WS-STA-STATUS              PIC X(02) VALUE SPACES.
010600     88  WS-STA-OK                       VALUE "00".
010700
010800 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
010900
011000*---------------------------------------------------------------*
011100*  THE ACTIVE PARTITIONS' RANGES, FOR THE OVERLAP CHECK         *
011200*---------------------------------------------------------------*
011300 01  WS-PT-TABLE.
011400     05  WS-PT-ENTRY            OCCURS 99 TIMES.
011500         10  WS-PT-NO           PIC 9(02).
011600         10  WS-PT-CO-FROM      PIC X(03).
011700         10  WS-PT-CO-TO        PIC X(03).
011800 77  WS-PT-CNT                  PIC 9(03) BINARY VALUE ZERO.
011900 77  WS-PT-IX                   PIC 9(03) BINARY VALUE ZERO.
012000 77  WS-PT-JX                   PIC 9(03) BINARY VALUE ZERO.
012100
012200*---------------------------------------------------------------*
012300*  THE NIGHT'S PROOF                                            *
012400*---------------------------------------------------------------*
012500 77  WS-COMPLETE-CNT            PIC 9(07) BINARY VALUE ZERO.
012600 77  WS-INCOMPLETE-CNT          PIC 9(07) BINARY VALUE ZERO.
012700 77  WS-FAILURE-CNT             PIC 9(07) BINARY VALUE ZERO.
012800 77  WS-OVERLAP-CNT             PIC 9(07) BINARY VALUE ZERO.
012900
013000 77  WS-READ-SET-SW             PIC X(01) VALUE "N".
013100     88  WS-READ-SET                     VALUE "Y".
013200 77  WS-NIGHT-READ-CNT          PIC 9(07) BINARY VALUE ZERO.
013300 77  WS-TOT-OWNED-CNT           PIC 9(07) BINARY VALUE ZERO.
013400 77  WS-TOT-POSTED-CNT          PIC 9(07) BINARY VALUE ZERO.
013500 77  WS-TOT-REJECT-CNT          PIC 9(07) BINARY VALUE ZERO.
013600 77  WS-TOT-SKIP-CNT            PIC 9(07) BINARY VALUE ZERO.
013700 77  WS-PTN-PROOF-CNT           PIC 9(07) BINARY VALUE ZERO.
013800
013900 77  WS-TOT-IN-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO.
014000 77  WS-TOT-POSTED-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
014100 77  WS-TOT-REJ-AMT             PIC S9(11)V99 COMP-3 VALUE ZERO.
014200 77  WS-TOT-HOME-AMT            PIC S9(11)V99 COMP-3 VALUE ZERO.
014300 77  WS-PROOF-AMT               PIC S9(11)V99 COMP-3 VALUE ZERO.
014400
014500*---------------------------------------------------------------*
014600*  THE NIGHT'S WINDOW - EARLIEST START, LATEST END (DATE AND    *
014700*  TIME TOGETHER, SO A PARTITION ENDING AFTER MIDNIGHT SORTS    *
014800*  LATER)                                                       *
014900*---------------------------------------------------------------*
015000 01  WS-STAMP.
015100     05  WS-STAMP-DATE          PIC 9(08).
015200     05  WS-STAMP-TIME          PIC 9(06).
015300 01  WS-FIRST-START.
015400     05  WS-FIRST-START-DATE    PIC 9(08) VALUE ZERO.
015500     05  WS-FIRST-START-TIME    PIC 9(06) VALUE ZERO.
015600 01  WS-LAST-END.
015700     05  WS-LAST-END-DATE       PIC 9(08) VALUE ZERO.
015800     05  WS-LAST-END-TIME       PIC 9(06) VALUE ZERO.
015900
016000 01  WS-HEAD-LINE.
016100     05  FILLER                 PIC X(10) VALUE "RUN DATE  ".
016200     05  WS-HDR-RUN-DATE        PIC 9(08).
016300
016400 01  WS-PTN-LINE.
016500     05  FILLER                 PIC X(04) VALUE "PTN ".
016600     05  WS-PL-NO               PIC 9(02).
016700     05  FILLER                 PIC X(02) VALUE SPACES.
016800     05  WS-PL-CO-FROM          PIC X(03).
016900     05  FILLER                 PIC X(01) VALUE "-".
017000     05  WS-PL-CO-TO            PIC X(03).
017100     05  FILLER                 PIC X(02) VALUE SPACES.
017200     05  WS-PL-STATUS           PIC X(09).
017300     05  FILLER                 PIC X(06) VALUE " READ ".
017400     05  WS-PL-READ             PIC ZZZZZZ9.
017500     05  FILLER                 PIC X(07) VALUE " OWNED ".
017600     05  WS-PL-OWNED            PIC ZZZZZZ9.
017700     05  FILLER                 PIC X(08) VALUE " POSTED ".
017800     05  WS-PL-POSTED           PIC ZZZZZZ9.
017900     05  FILLER                 PIC X(05) VALUE " REJ ".
018000     05  WS-PL-REJECTED         PIC ZZZZZZ9.
018100
018200 01  WS-PTN-AMT-LINE.
018300     05  FILLER                 PIC X(06) VALUE SPACES.
018400     05  FILLER                 PIC X(03) VALUE "IN ".
018500     05  WS-PA-IN               PIC -ZZZZZZZZZZ9.99.
018600     05  FILLER                 PIC X(08) VALUE " POSTED ".
018700     05  WS-PA-POSTED           PIC -ZZZZZZZZZZ9.99.
018800     05  FILLER                 PIC X(05) VALUE " REJ ".
018900     05  WS-PA-REJECTED         PIC -ZZZZZZZZZZ9.99.
019000     05  FILLER                 PIC X(05) VALUE " RST ".
019100     05  WS-PA-RESTARTS         PIC ZZ9.
019200
019300 01  WS-OVERLAP-LINE.
019400     05  FILLER                 PIC X(15)
019500                                VALUE "*** PARTITIONS ".
019600     05  WS-OV-NO-1             PIC 9(02).
019700     05  FILLER                 PIC X(05) VALUE " AND ".
019800     05  WS-OV-NO-2             PIC 9(02).
019900     05  FILLER                 PIC X(28)
020000                          VALUE " HAVE OVERLAPPING COMPANIES".
020100
020200 01  WS-COUNT-LINE.
020300     05  WS-CNT-LABEL           PIC X(40).
020400     05  WS-CNT-VALUE           PIC ZZZZZZ9.
020500
020600 01  WS-AMOUNT-LINE.
020700     05  WS-AMT-LABEL           PIC X(40).
020800     05  WS-AMT-VALUE           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
020900
021000/
021100****************************************************************
021200* L I N K A G E   S E C T I O N                                *
021300*                                                               *
021400* THE RUN DATE TO PROVE, AND THE RESULT RETURNED TO THE CALLER: *
021500* "C" PROVEN, "I" PARTITIONS NOT ALL COMPLETE, "N" NOT PROVEN.  *
021600****************************************************************
021700 LINKAGE SECTION.
021800 01  WS-CON-RUN-DATE            PIC 9(08).
021900 01  WS-CON-RESULT              PIC X(01).
022000/
022100*****************************************************************
022200* P R O C E D U R E   D I V I S I O N                           *
022300*****************************************************************
022400 PROCEDURE DIVISION      USING WS-CON-RUN-DATE WS-CON-RESULT.
022500
022600*****************************************************************
022700* 0000-MAINLINE                                                 *
022800*****************************************************************
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
023100     PERFORM 2000-PROVE-PARTITIONS    THRU 2000-EXIT.
023200     PERFORM 3000-CHECK-OVERLAP       THRU 3000-EXIT.
023300     PERFORM 4000-PROVE-NIGHT         THRU 4000-EXIT.
023400     PERFORM 5000-RECORD-RUN-STATS    THRU 5000-EXIT.
023500     PERFORM 8000-PRINT-SUMMARY       THRU 8000-EXIT.
023600     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
023700     GO TO 9999-EXIT.
023800
023900*****************************************************************
024000* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADING        *
024100*****************************************************************
024200 1000-INITIALIZE.
024300     OPEN INPUT  PTN-FILE.
024400     OPEN INPUT  PTR-FILE.
024500     OPEN I-O    STA-FILE.
024600     OPEN OUTPUT RPT-FILE.
024700
024800     MOVE SPACES                  TO  GLPCNP-RECORD.
024900     MOVE "GL CONSOLIDATED POSTING PROOF" TO GLPCNP-RECORD.
025000     WRITE GLPCNP-RECORD.
025100
025200     MOVE WS-CON-RUN-DATE         TO  WS-HDR-RUN-DATE.
025300     MOVE WS-HEAD-LINE            TO  GLPCNP-RECORD.
025400     WRITE GLPCNP-RECORD.
025500 1000-EXIT.
025600     EXIT.
025700
025800*****************************************************************
025900* 2000-PROVE-PARTITIONS - EVERY ACTIVE PARTITION, IN PARTITION  *
026000*                         ORDER                                 *
026100*****************************************************************
026200 2000-PROVE-PARTITIONS.
026300     MOVE ZERO                    TO  GLPTN-PARTITION-NO.
026400     START PTN-FILE
026500         KEY IS NOT LESS THAN GLPTN-KEY
026600         INVALID KEY
026700             MOVE "10"            TO  WS-PTN-STATUS.
026800     PERFORM 2100-PROVE-ONE-PARTITION THRU 2100-EXIT
026900         UNTIL WS-PTN-EOF.
027000 2000-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400* 2100-PROVE-ONE-PARTITION - ONE ACTIVE PARTITION'S RESULT ROW  *
027500*                            FOR THE RUN DATE: PRINT IT, ADD    *
027600*                            IT INTO THE NIGHT AND PROVE IT     *
027700*                            ON ITS OWN                         *
027800*****************************************************************
027900 2100-PROVE-ONE-PARTITION.
028000     READ PTN-FILE NEXT RECORD
028100         AT END
028200             MOVE "10"            TO  WS-PTN-STATUS
028300             GO TO 2100-EXIT.
028400
028500     IF  NOT GLPTN-IS-ACTIVE
028600         GO TO 2100-EXIT.
028700
028800     IF  WS-PT-CNT IS LESS THAN 99
028900         ADD 1                    TO  WS-PT-CNT
029000         MOVE GLPTN-PARTITION-NO  TO  WS-PT-NO (WS-PT-CNT)
029100         MOVE GLPTN-CO-FROM       TO  WS-PT-CO-FROM (WS-PT-CNT)
029200         MOVE GLPTN-CO-TO         TO  WS-PT-CO-TO (WS-PT-CNT).
029300
029400     MOVE SPACES                  TO  GLPCNP-RECORD.
029500     WRITE GLPCNP-RECORD.
029600
029700     MOVE WS-CON-RUN-DATE         TO  GLPTR-RUN-DATE.
029800     MOVE GLPTN-PARTITION-NO      TO  GLPTR-PARTITION-NO.
029900     READ PTR-FILE
030000         INVALID KEY
030100             PERFORM 2200-PRINT-NOT-RUN THRU 2200-EXIT
030200             GO TO 2100-EXIT.
030300
030400     PERFORM 2300-PRINT-PARTITION THRU 2300-EXIT.
030500
030600     IF  NOT GLPTR-COMPLETE
030700         ADD 1                    TO  WS-INCOMPLETE-CNT
030800         MOVE "   *** PARTITION HAS NOT COMPLETED"
030900                                  TO  GLPCNP-RECORD
031000         WRITE GLPCNP-RECORD
031100         GO TO 2100-EXIT.
031200
031300     ADD 1                        TO  WS-COMPLETE-CNT.
031400     ADD GLPTR-OWNED-CNT          TO  WS-TOT-OWNED-CNT.
031500     ADD GLPTR-POSTED-CNT         TO  WS-TOT-POSTED-CNT.
031600     ADD GLPTR-REJECT-CNT         TO  WS-TOT-REJECT-CNT.
031700     ADD GLPTR-SKIP-CNT           TO  WS-TOT-SKIP-CNT.
031800     ADD GLPTR-IN-AMT             TO  WS-TOT-IN-AMT.
031900     ADD GLPTR-POSTED-AMT         TO  WS-TOT-POSTED-AMT.
032000     ADD GLPTR-REJ-AMT            TO  WS-TOT-REJ-AMT.
032100     ADD GLPTR-HOME-AMT           TO  WS-TOT-HOME-AMT.
032200     PERFORM 2400-TRACK-WINDOW    THRU 2400-EXIT.
032300
032400     ADD GLPTR-POSTED-CNT GLPTR-REJECT-CNT
032500         GIVING WS-PTN-PROOF-CNT.
032510     SUBTRACT GLPTR-TAX-GEN-CNT   FROM WS-PTN-PROOF-CNT.
032600     IF  WS-PTN-PROOF-CNT IS NOT EQUAL TO GLPTR-OWNED-CNT
032700         ADD 1                    TO  WS-FAILURE-CNT
032800         MOVE SPACES              TO  GLPCNP-RECORD
032900         MOVE "   *** POSTED + REJECTED NOT EQUAL TO LINES OWNED"
033000                                  TO  GLPCNP-RECORD
033100         WRITE GLPCNP-RECORD.
033200
033300     IF  NOT WS-READ-SET
033400         MOVE "Y"                 TO  WS-READ-SET-SW
033500         MOVE GLPTR-READ-CNT      TO  WS-NIGHT-READ-CNT
033600         GO TO 2100-EXIT.
033700
033800     IF  GLPTR-READ-CNT IS NOT EQUAL TO WS-NIGHT-READ-CNT
033900         ADD 1                    TO  WS-FAILURE-CNT
034000         MOVE SPACES              TO  GLPCNP-RECORD
034100         MOVE "   *** READ A DIFFERENT GLTRANIN FROM THE OTHERS"
034200                                  TO  GLPCNP-RECORD
034300         WRITE GLPCNP-RECORD.
034400 2100-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800* 2200-PRINT-NOT-RUN - AN ACTIVE PARTITION WITH NO RESULT ROW   *
034900*                      FOR THE RUN DATE WAS NEVER SUBMITTED     *
035000*****************************************************************
035100 2200-PRINT-NOT-RUN.
035200     ADD 1                        TO  WS-INCOMPLETE-CNT.
035300     MOVE GLPTN-PARTITION-NO      TO  WS-PL-NO.
035400     MOVE GLPTN-CO-FROM           TO  WS-PL-CO-FROM.
035500     MOVE GLPTN-CO-TO             TO  WS-PL-CO-TO.
035600     MOVE "NOT RUN"               TO  WS-PL-STATUS.
035700     MOVE ZERO                    TO  WS-PL-READ.
035800     MOVE ZERO                    TO  WS-PL-OWNED.
035900     MOVE ZERO                    TO  WS-PL-POSTED.
036000     MOVE ZERO                    TO  WS-PL-REJECTED.
036100     MOVE WS-PTN-LINE             TO  GLPCNP-RECORD.
036200     WRITE GLPCNP-RECORD.
036300 2200-EXIT.
036400     EXIT.
036500
036600*****************************************************************
036700* 2300-PRINT-PARTITION - THE PARTITION'S COUNTS, THEN ITS       *
036800*                        DOLLARS AND RESTARTS                   *
036900*****************************************************************
037000 2300-PRINT-PARTITION.
037100     MOVE GLPTR-PARTITION-NO      TO  WS-PL-NO.
037200     MOVE GLPTR-CO-FROM           TO  WS-PL-CO-FROM.
037300     MOVE GLPTR-CO-TO             TO  WS-PL-CO-TO.
037400     EVALUATE TRUE
037500         WHEN GLPTR-COMPLETE
037600             MOVE "COMPLETE"      TO  WS-PL-STATUS
037700         WHEN GLPTR-FAILED
037800             MOVE "FAILED"        TO  WS-PL-STATUS
037900         WHEN GLPTR-RUNNING
038000             MOVE "RUNNING"       TO  WS-PL-STATUS
038100         WHEN OTHER
038200             MOVE "SUBMITTED"     TO  WS-PL-STATUS
038300     END-EVALUATE.
038400     MOVE GLPTR-READ-CNT          TO  WS-PL-READ.
038500     MOVE GLPTR-OWNED-CNT         TO  WS-PL-OWNED.
038600     MOVE GLPTR-POSTED-CNT        TO  WS-PL-POSTED.
038700     MOVE GLPTR-REJECT-CNT        TO  WS-PL-REJECTED.
038800     MOVE WS-PTN-LINE             TO  GLPCNP-RECORD.
038900     WRITE GLPCNP-RECORD.
039000
039100     MOVE GLPTR-IN-AMT            TO  WS-PA-IN.
039200     MOVE GLPTR-POSTED-AMT        TO  WS-PA-POSTED.
039300     MOVE GLPTR-REJ-AMT           TO  WS-PA-REJECTED.
039400     MOVE GLPTR-RESTART-CNT       TO  WS-PA-RESTARTS.
039500     MOVE WS-PTN-AMT-LINE         TO  GLPCNP-RECORD.
039600     WRITE GLPCNP-RECORD.
039700 2300-EXIT.
039800     EXIT.
039900
040000*****************************************************************
040100* 2400-TRACK-WINDOW - WIDEN THE NIGHT'S WINDOW TO COVER THIS    *
040200*                     PARTITION'S START AND END                 *
040300*****************************************************************
040400 2400-TRACK-WINDOW.
040500     MOVE GLPTR-START-DATE        TO  WS-STAMP-DATE.
040600     MOVE GLPTR-START-TIME        TO  WS-STAMP-TIME.
040700     IF  WS-COMPLETE-CNT IS EQUAL TO 1
040800     OR  WS-STAMP IS LESS THAN WS-FIRST-START
040900         MOVE WS-STAMP            TO  WS-FIRST-START.
041000
041100     MOVE GLPTR-END-DATE          TO  WS-STAMP-DATE.
041200     MOVE GLPTR-END-TIME          TO  WS-STAMP-TIME.
041300     IF  WS-STAMP IS GREATER THAN WS-LAST-END
041400         MOVE WS-STAMP            TO  WS-LAST-END.
041500 2400-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900* 3000-CHECK-OVERLAP - NO COMPANY MAY BELONG TO TWO ACTIVE      *
042000*                      PARTITIONS; EACH PAIR IS TESTED ONCE     *
042100*****************************************************************
042200 3000-CHECK-OVERLAP.
042300     MOVE SPACES                  TO  GLPCNP-RECORD.
042400     WRITE GLPCNP-RECORD.
042500     PERFORM 3100-CHECK-ONE-PAIR  THRU 3100-EXIT
042600         VARYING WS-PT-IX FROM 1 BY 1
042700         UNTIL WS-PT-IX IS GREATER THAN WS-PT-CNT
042800         AFTER WS-PT-JX FROM 1 BY 1
042900         UNTIL WS-PT-JX IS GREATER THAN WS-PT-CNT.
043000 3000-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400* 3100-CHECK-ONE-PAIR - TWO RANGES OVERLAP WHEN EACH STARTS AT  *
043500*                       OR BEFORE THE OTHER ENDS                *
043600*****************************************************************
043700 3100-CHECK-ONE-PAIR.
043800     IF  WS-PT-JX IS NOT GREATER THAN WS-PT-IX
043900         GO TO 3100-EXIT.
044000
044100     IF  WS-PT-CO-FROM (WS-PT-IX) IS GREATER THAN
044200             WS-PT-CO-TO (WS-PT-JX)
044300     OR  WS-PT-CO-FROM (WS-PT-JX) IS GREATER THAN
044400             WS-PT-CO-TO (WS-PT-IX)
044500         GO TO 3100-EXIT.
044600
044700     ADD 1                        TO  WS-OVERLAP-CNT.
044800     ADD 1                        TO  WS-FAILURE-CNT.
044900     MOVE WS-PT-NO (WS-PT-IX)     TO  WS-OV-NO-1.
045000     MOVE WS-PT-NO (WS-PT-JX)     TO  WS-OV-NO-2.
045100     MOVE WS-OVERLAP-LINE         TO  GLPCNP-RECORD.
045200     WRITE GLPCNP-RECORD.
045300 3100-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700* 4000-PROVE-NIGHT - WITH EVERY PARTITION COMPLETE, THE LINES   *
045800*                    OWNED MUST ADD UP TO THE LINES READ AND    *
045900*                    THE NIGHT'S DOLLARS MUST PROVE; THEN SET   *
046000*                    THE RESULT FOR THE CALLER                  *
046100*****************************************************************
046200 4000-PROVE-NIGHT.
046300     IF  WS-PT-CNT IS EQUAL TO ZERO
046400         ADD 1                    TO  WS-FAILURE-CNT
046500         MOVE SPACES              TO  GLPCNP-RECORD
046600         MOVE "*** NO ACTIVE POSTING PARTITIONS ON GLPSTPTN"
046700                                  TO  GLPCNP-RECORD
046800         WRITE GLPCNP-RECORD
046900         GO TO 4000-SET-RESULT.
047000
047100     IF  WS-INCOMPLETE-CNT IS GREATER THAN ZERO
047200         GO TO 4000-SET-RESULT.
047300
047400     IF  WS-TOT-OWNED-CNT IS NOT EQUAL TO WS-NIGHT-READ-CNT
047500         ADD 1                    TO  WS-FAILURE-CNT
047600         MOVE SPACES              TO  GLPCNP-RECORD
047700         MOVE "*** LINES OWNED NOT EQUAL TO LINES READ"
047800                                  TO  GLPCNP-RECORD
047900         WRITE GLPCNP-RECORD.
048000
048100     ADD WS-TOT-POSTED-AMT WS-TOT-REJ-AMT
048200         GIVING WS-PROOF-AMT.
048300     IF  WS-PROOF-AMT IS NOT EQUAL TO WS-TOT-IN-AMT
048400         ADD 1                    TO  WS-FAILURE-CNT
048500         MOVE SPACES              TO  GLPCNP-RECORD
048600         MOVE "*** IN NOT EQUAL TO POSTED + REJECTED"
048700                                  TO  GLPCNP-RECORD
048800         WRITE GLPCNP-RECORD.
048900
049000 4000-SET-RESULT.
049100     IF  WS-FAILURE-CNT IS GREATER THAN ZERO
049200         MOVE "N"                 TO  WS-CON-RESULT
049300     ELSE
049400         IF  WS-INCOMPLETE-CNT IS GREATER THAN ZERO
049500             MOVE "I"             TO  WS-CON-RESULT
049600         ELSE
049700             MOVE "C"             TO  WS-CON-RESULT.
049800 4000-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200* 5000-RECORD-RUN-STATS - ONCE EVERY PARTITION IS COMPLETE,     *
050300*                         RECORD THE NIGHT'S POSTING AS ONE     *
050400*                         "GLPOST" RUN-STATISTICS ROW, ENDED    *
050500*                         OK ONLY WHEN IT PROVED.  A RERUN OF   *
050600*                         THE PROOF REPLACES THE ROW            *
050700*****************************************************************
050800 5000-RECORD-RUN-STATS.
050900     IF  WS-PT-CNT IS EQUAL TO ZERO
051000     OR  WS-INCOMPLETE-CNT IS GREATER THAN ZERO
051100         GO TO 5000-EXIT.
051200
051300     MOVE "GLPOST"                TO  GLSTA-RUN-ID.
051400     MOVE WS-CON-RUN-DATE         TO  GLSTA-RUN-DATE.
051500     MOVE WS-FIRST-START-TIME     TO  GLSTA-RUN-TIME.
051600     MOVE WS-LAST-END-DATE        TO  GLSTA-END-DATE.
051700     MOVE WS-LAST-END-TIME        TO  GLSTA-END-TIME.
051800     MOVE WS-TOT-POSTED-CNT       TO  GLSTA-POSTED-CNT.
051900     MOVE WS-TOT-REJECT-CNT       TO  GLSTA-REJECT-CNT.
052000     MOVE WS-TOT-SKIP-CNT         TO  GLSTA-SKIP-CNT.
052100     IF  WS-CON-RESULT IS EQUAL TO "C"
052200         MOVE "C"                 TO  GLSTA-STATUS-SW
052300     ELSE
052400         MOVE "F"                 TO  GLSTA-STATUS-SW.
052500
052600     WRITE GLSTA-RECORD.
052700     IF  WS-STA-STATUS IS EQUAL TO "22"
052800         REWRITE GLSTA-RECORD.
052900     IF  NOT WS-STA-OK
053000         DISPLAY "GLPSTCON - ERROR WRITING GLRUNSTAT, STATUS "
053100                 WS-STA-STATUS.
053200 5000-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600* 8000-PRINT-SUMMARY - THE NIGHT'S COUNTS AND DOLLARS AND THE   *
053700*                      VERDICT                                  *
053800*****************************************************************
053900 8000-PRINT-SUMMARY.
054000     MOVE SPACES                  TO  GLPCNP-RECORD.
054100     WRITE GLPCNP-RECORD.
054200
054300     MOVE "ACTIVE PARTITIONS"     TO  WS-CNT-LABEL.
054400     MOVE WS-PT-CNT               TO  WS-CNT-VALUE.
054500     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
054600     MOVE "PARTITIONS COMPLETE"   TO  WS-CNT-LABEL.
054700     MOVE WS-COMPLETE-CNT         TO  WS-CNT-VALUE.
054800     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
054900     MOVE "LINES READ (GLTRANIN)" TO  WS-CNT-LABEL.
055000     MOVE WS-NIGHT-READ-CNT       TO  WS-CNT-VALUE.
055100     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
055200     MOVE "LINES OWNED BY THE PARTITIONS" TO WS-CNT-LABEL.
055300     MOVE WS-TOT-OWNED-CNT        TO  WS-CNT-VALUE.
055400     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
055500     MOVE "LINES POSTED"          TO  WS-CNT-LABEL.
055600     MOVE WS-TOT-POSTED-CNT       TO  WS-CNT-VALUE.
055700     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
055800     MOVE "LINES REJECTED"        TO  WS-CNT-LABEL.
055900     MOVE WS-TOT-REJECT-CNT       TO  WS-CNT-VALUE.
056000     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
056100
056200     MOVE "TOTAL IN"              TO  WS-AMT-LABEL.
056300     MOVE WS-TOT-IN-AMT           TO  WS-AMT-VALUE.
056400     PERFORM 8200-PRINT-AMOUNT    THRU 8200-EXIT.
056500     MOVE "TOTAL POSTED"          TO  WS-AMT-LABEL.
056600     MOVE WS-TOT-POSTED-AMT       TO  WS-AMT-VALUE.
056700     PERFORM 8200-PRINT-AMOUNT    THRU 8200-EXIT.
056800     MOVE "TOTAL REJECTED"        TO  WS-AMT-LABEL.
056900     MOVE WS-TOT-REJ-AMT          TO  WS-AMT-VALUE.
057000     PERFORM 8200-PRINT-AMOUNT    THRU 8200-EXIT.
057100     MOVE "TOTAL POSTED IN HOME CURRENCY" TO WS-AMT-LABEL.
057200     MOVE WS-TOT-HOME-AMT         TO  WS-AMT-VALUE.
057300     PERFORM 8200-PRINT-AMOUNT    THRU 8200-EXIT.
057400
057500     MOVE SPACES                  TO  GLPCNP-RECORD.
057600     WRITE GLPCNP-RECORD.
057700     EVALUATE WS-CON-RESULT
057800         WHEN "C"
057900             MOVE "*** NIGHT PROVEN - ALL PARTITIONS CONSOLIDATED"
058000                                  TO  GLPCNP-RECORD
058100         WHEN "I"
058200             MOVE "*** NOT YET PROVEN - PARTITIONS INCOMPLETE"
058300                                  TO  GLPCNP-RECORD
058400         WHEN OTHER
058500             MOVE "*** NIGHT NOT PROVEN - SEE EXCEPTIONS ABOVE"
058600                                  TO  GLPCNP-RECORD
058700     END-EVALUATE.
058800     WRITE GLPCNP-RECORD.
058900 8000-EXIT.
059000     EXIT.
059100
059200*****************************************************************
059300* 8100-PRINT-COUNT - ONE LABELLED COUNT LINE                    *
059400*****************************************************************
059500 8100-PRINT-COUNT.
059600     MOVE WS-COUNT-LINE           TO  GLPCNP-RECORD.
059700     WRITE GLPCNP-RECORD.
059800 8100-EXIT.
059900     EXIT.
060000
060100*****************************************************************
060200* 8200-PRINT-AMOUNT - ONE LABELLED AMOUNT LINE                  *
060300*****************************************************************
060400 8200-PRINT-AMOUNT.
060500     MOVE WS-AMOUNT-LINE          TO  GLPCNP-RECORD.
060600     WRITE GLPCNP-RECORD.
060700 8200-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100* 9000-TERMINATE - CLOSE THE FILES AND SHOW THE VERDICT         *
061200*****************************************************************
061300 9000-TERMINATE.
061400     CLOSE PTN-FILE.
061500     CLOSE PTR-FILE.
061600     CLOSE STA-FILE.
061700     CLOSE RPT-FILE.
061800
061900     DISPLAY "GLPSTCON - RUN DATE " WS-CON-RUN-DATE
062000             " PARTITIONS " WS-PT-CNT " RESULT " WS-CON-RESULT.
062100 9000-EXIT.
062200     EXIT.
062300
062400 9999-EXIT.
062500     GOBACK.
