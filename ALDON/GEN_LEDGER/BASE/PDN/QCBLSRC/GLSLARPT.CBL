000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLSLARPT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLSLARPT  -  BATCH-WINDOW DURATION TREND AND SLA REPORT      *
001000*                                                               *
001100*  THE NIGHTLY DRIVER STAMPS EVERY STREAM STEP'S START AND END  *
001200*  ON THE RUN-CONTROL FILE (GLSTRREC), AND EVERY NIGHTLY        *
001300*  PROGRAM STAMPS ITS OWN RUN ON THE RUN-STATISTICS FILE        *
001400*  (GLSTAREC).  THIS REPORT TURNS THOSE STAMPS INTO ELAPSED     *
001500*  TIMES FOR A SELECTED RANGE OF RUN DATES, FOR CAPACITY        *
001600*  PLANNING AND THE AUDITORS' BATCH-CONTROL REVIEW:             *
001700*                                                               *
001800*    1. STREAM STEP DURATIONS - EACH STEP, NIGHT BY NIGHT, WITH *
001900*       THE ROLLING AVERAGE OF ITS PRIOR NIGHTS; A NIGHT OVER   *
002000*       THAT AVERAGE BY MORE THAN THE TOLERANCE IS FLAGGED.     *
002100*       EACH STEP ENDS WITH ITS AVERAGE AND ITS WORST NIGHT.    *
002200*    2. RUN DURATIONS - THE SAME FOR EACH RUN-STATISTICS ROW    *
002300*       (GLPOST, GLFDLOAD, THE REPORTS ...), BY RUN ID.         *
002400*    3. STREAM FINISH - WHEN EACH NIGHT'S STREAM FINISHED       *
002500*       AGAINST THE MORNING DEADLINE.                           *
002600*                                                               *
002700*  THE DEADLINE, THE TOLERANCE AND THE NUMBER OF NIGHTS IN THE  *
002800*  ROLLING AVERAGE COME FROM THE STREAM'S SLA PARAMETER ROW     *
002900*  (GLSLAREC, STREAM "GLNIGHT"); WITHOUT ONE THE REPORT SAYS SO *
003000*  AND USES 0600, 20 PERCENT AND 7 NIGHTS.  ONLY STEPS AND RUNS *
003100*  THAT ENDED NORMALLY ARE TIMED; ONE HELD AT A GATE, FAILED OR *
003200*  NEVER ENDED IS LISTED WITH ITS STATE AND KEPT OUT OF THE     *
003300*  AVERAGES.  A RUN OR STEP ENDING AFTER MIDNIGHT IS TIMED      *
003400*  ACROSS IT; ONE THAT RAN OVER A FULL DAY IS NOT EXPECTED.     *
003500*                                                               *
003600*  THE DATE RANGE ARRIVES THROUGH LINKAGE FROM THE CALLING      *
003700*  MENU/CL PROGRAM, THE SAME WAY GLLOGRPT RECEIVES ITS          *
003800*  SELECTIONS.                                                  *
003900*                                                               *
004000*---------------------------------------------------------------*
004100*  MODIFICATION HISTORY                                         *
004200*---------------------------------------------------------------*
004300*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-ISERIES.
004800 OBJECT-COMPUTER.   IBM-ISERIES.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT STR-FILE   ASSIGN TO GLSTREAM
005200         ORGANIZATION IS INDEXED
005300         ACCESS       IS DYNAMIC
005400         RECORD KEY   IS GLSTR-KEY
005500         FILE STATUS  IS WS-STR-STATUS.
005600
005700     SELECT STA-FILE   ASSIGN TO GLRUNSTAT
005800         ORGANIZATION IS INDEXED
005900         ACCESS       IS DYNAMIC
006000         RECORD KEY   IS GLSTA-KEY
006100         FILE STATUS  IS WS-STA-STATUS.
006200
006300     SELECT SLA-FILE   ASSIGN TO GLSLAPRM
006400         ORGANIZATION IS INDEXED
006500         ACCESS       IS DYNAMIC
006600         RECORD KEY   IS GLSLA-KEY
006700         FILE STATUS  IS WS-SLA-STATUS.
006800
006900     SELECT RPT-FILE   ASSIGN TO GLSLARPTP
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS  IS WS-RPT-STATUS.
007200
007300     SELECT SORT-FILE  ASSIGN TO GLSLASRT.
007400
007500/
007600*****************************************************************
007700* D A T A   D I V I S I O N                                     *
007800*****************************************************************
007900 DATA DIVISION.
008000 FILE SECTION.
008100
008200 FD  STR-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY GLSTRREC.
008500
008600 FD  STA-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY GLSTAREC.
008900
009000 FD  SLA-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY GLSLAREC.
009300
009400 FD  RPT-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700     COPY GLSLPRT.
009800
009900 SD  SORT-FILE.
010000 01  SRT-RECORD.
010100     05  SRT-SECTION                PIC 9(01).
010200     05  SRT-NAME                   PIC X(10).
010300     05  SRT-DATE                   PIC 9(08).
010400     05  SRT-START-TIME             PIC 9(06).
010500     05  SRT-END-TIME               PIC 9(06).
010600     05  SRT-ELAPSED-SECS           PIC 9(07).
010700     05  SRT-STATUS-SW              PIC X(01).
010800
010900/
011000*****************************************************************
011100* W O R K I N G   S T O R A G E   S E C T I O N                 *
011200*****************************************************************
011300 WORKING-STORAGE SECTION.
011400
011500 77  WS-STR-STATUS              PIC X(02) VALUE SPACES.
011600     88  WS-STR-OK                       VALUE "00".
011700     88  WS-STR-EOF                      VALUE "10".
011800
011900 77  WS-STA-STATUS              PIC X(02) VALUE SPACES.
012000     88  WS-STA-OK                       VALUE "00".
012100     88  WS-STA-EOF                      VALUE "10".
012200
012300 77  WS-SLA-STATUS              PIC X(02) VALUE SPACES.
012400     88  WS-SLA-OK                       VALUE "00".
012500
012600 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
012700
012800 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
012900     88  WS-SORT-EOF                     VALUE "Y".
013000
013100*---------------------------------------------------------------*
013200*  SLA PARAMETERS, DEFAULTED UNTIL THE GLSLAREC ROW IS READ     *
013300*---------------------------------------------------------------*
013400 77  WS-SLA-STREAM-ID           PIC X(10) VALUE "GLNIGHT".
013500 01  WS-DEADLINE-TIME           PIC 9(04) VALUE 0600.
013600 01  WS-DEADLINE-R              REDEFINES WS-DEADLINE-TIME.
013700     05  WS-DEADLINE-HH         PIC 9(02).
013800     05  WS-DEADLINE-MM         PIC 9(02).
013900 77  WS-TOLERANCE-PCT           PIC 9(03) VALUE 20.
014000 77  WS-AVG-NIGHTS              PIC 9(02) VALUE 7.
014100
014200*---------------------------------------------------------------*
014300*  CLOCK ARITHMETIC - AN HHMMSS STAMP AS SECONDS PAST MIDNIGHT  *
014400*---------------------------------------------------------------*
014500 01  WS-CLOCK-TIME              PIC 9(06) VALUE ZERO.
014600 01  WS-CLOCK-R                 REDEFINES WS-CLOCK-TIME.
014700     05  WS-CLOCK-HH            PIC 9(02).
014800     05  WS-CLOCK-MM            PIC 9(02).
014900     05  WS-CLOCK-SS            PIC 9(02).
015000 77  WS-CLOCK-SECS              PIC 9(05) VALUE ZERO.
015100 77  WS-START-SECS              PIC 9(05) VALUE ZERO.
015200 77  WS-ELAPSED-SECS            PIC S9(07) COMP-3 VALUE ZERO.
015300 77  WS-MINUTES                 PIC 9(05)V9 VALUE ZERO.
015400
015500*---------------------------------------------------------------*
015600*  ONE STEP'S (OR RUN ID'S) NIGHTS: TOTALS, WORST NIGHT, AND    *
015700*  THE ROLLING WINDOW OF ITS LAST WS-AVG-NIGHTS TIMED NIGHTS    *
015800*---------------------------------------------------------------*
015900 77  WS-PREV-SECTION            PIC 9(01) VALUE ZERO.
016000 77  WS-PREV-NAME               PIC X(10) VALUE SPACES.
016100 77  WS-GRP-NIGHTS              PIC 9(05) BINARY VALUE ZERO.
016200 77  WS-GRP-TOTAL-SECS          PIC 9(09) BINARY VALUE ZERO.
016300 77  WS-GRP-WORST-SECS          PIC 9(07) BINARY VALUE ZERO.
016400 77  WS-GRP-WORST-DATE          PIC 9(08) VALUE ZERO.
016500 77  WS-GRP-OVER-CNT            PIC 9(05) BINARY VALUE ZERO.
016600 77  WS-GRP-AVG-SECS            PIC 9(07) BINARY VALUE ZERO.
016700
016800 01  WS-ROLL-TABLE.
016900     05  WS-RL-SECS             OCCURS 99 TIMES
017000                                PIC 9(07) BINARY.
017100 77  WS-RL-CNT                  PIC 9(03) BINARY VALUE ZERO.
017200 77  WS-RL-NEXT                 PIC 9(03) BINARY VALUE ZERO.
017300 77  WS-RL-IX                   PIC 9(03) BINARY VALUE ZERO.
017400 77  WS-RL-SUM                  PIC 9(09) BINARY VALUE ZERO.
017500 77  WS-RL-AVG-SECS             PIC 9(07) BINARY VALUE ZERO.
017600 77  WS-OVER-PCT-WK             PIC 9(05) VALUE ZERO.
017700
017800*---------------------------------------------------------------*
017900*  ONE RUN DATE'S STREAM FINISH                                 *
018000*---------------------------------------------------------------*
018100 77  WS-FN-DATE                 PIC 9(08) VALUE ZERO.
018200 77  WS-FN-START-TIME           PIC 9(06) VALUE ZERO.
018300 77  WS-FN-START-SECS           PIC 9(05) VALUE ZERO.
018400 77  WS-FN-FINISH-TIME          PIC 9(06) VALUE ZERO.
018500 77  WS-FN-MAX-OFFSET           PIC S9(07) COMP-3 VALUE ZERO.
018600 77  WS-FN-OFFSET               PIC S9(07) COMP-3 VALUE ZERO.
018700 77  WS-FN-DEADLINE-OFFSET      PIC S9(07) COMP-3 VALUE ZERO.
018800 77  WS-FN-LATE-MINUTES         PIC 9(05) VALUE ZERO.
018900 77  WS-FN-OPEN-SW              PIC X(01) VALUE "N".
019000     88  WS-FN-STEP-OPEN                 VALUE "Y".
019100 77  WS-FN-STOPPED-SW           PIC X(01) VALUE "N".
019200     88  WS-FN-GATE-STOPPED              VALUE "Y".
019300
019400 77  WS-OVER-NIGHT-CNT          PIC 9(07) BINARY VALUE ZERO.
019500 77  WS-MET-CNT                 PIC 9(07) BINARY VALUE ZERO.
019600 77  WS-MISSED-CNT              PIC 9(07) BINARY VALUE ZERO.
019700 77  WS-UNFINISHED-CNT          PIC 9(07) BINARY VALUE ZERO.
019800
019900 01  WS-SELECT-LINE.
020000     05  FILLER                 PIC X(14) VALUE "SELECTED FROM=".
020100     05  WS-SEL-FROM-DATE       PIC 9(08).
020200     05  FILLER                 PIC X(04) VALUE " TO=".
020300     05  WS-SEL-TO-DATE         PIC 9(08).
020400     05  FILLER                 PIC X(10) VALUE " DEADLINE=".
020500     05  WS-SEL-DEADLINE        PIC 9(04).
020600     05  FILLER                 PIC X(11) VALUE " TOLERANCE=".
020700     05  WS-SEL-TOLERANCE       PIC ZZ9.
020800     05  FILLER                 PIC X(10) VALUE "% ROLLING=".
020900     05  WS-SEL-NIGHTS          PIC Z9.
021000
021100 01  WS-DETAIL-LINE.
021200     05  WS-DTL-NAME            PIC X(10).
021300     05  FILLER                 PIC X(01) VALUE SPACES.
021400     05  WS-DTL-DATE            PIC 9(08).
021500     05  FILLER                 PIC X(01) VALUE SPACES.
021600     05  WS-DTL-START           PIC 9(06).
021700     05  FILLER                 PIC X(01) VALUE SPACES.
021800     05  WS-DTL-END             PIC 9(06).
021900     05  FILLER                 PIC X(01) VALUE SPACES.
022000     05  WS-DTL-MINUTES         PIC ZZZZ9.9.
022100     05  FILLER                 PIC X(02) VALUE SPACES.
022200     05  WS-DTL-AVERAGE         PIC ZZZZ9.9.
022300     05  FILLER                 PIC X(02) VALUE SPACES.
022400     05  WS-DTL-NOTE            PIC X(28).
022500
022600 01  WS-OVER-NOTE.
022700     05  FILLER                 PIC X(16)
022800                                VALUE "OVER AVERAGE BY ".
022900     05  WS-OVR-PCT             PIC ZZZZ9.
023000     05  FILLER                 PIC X(01) VALUE "%".
023100
023200 01  WS-GROUP-LINE.
023300     05  FILLER                 PIC X(10) VALUE "  NIGHTS: ".
023400     05  WS-GRP-PRT-NIGHTS      PIC ZZZZ9.
023500     05  FILLER                 PIC X(10) VALUE "  AVERAGE ".
023600     05  WS-GRP-PRT-AVERAGE     PIC ZZZZ9.9.
023700     05  FILLER                 PIC X(08) VALUE "  WORST ".
023800     05  WS-GRP-PRT-WORST       PIC ZZZZ9.9.
023900     05  FILLER                 PIC X(04) VALUE " ON ".
024000     05  WS-GRP-PRT-WORST-DATE  PIC 9(08).
024100     05  FILLER                 PIC X(07) VALUE "  OVER ".
024200     05  WS-GRP-PRT-OVER        PIC ZZZZ9.
024300
024400 01  WS-FINISH-LINE.
024500     05  WS-FIN-DATE            PIC 9(08).
024600     05  FILLER                 PIC X(02) VALUE SPACES.
024700     05  WS-FIN-START           PIC 9(06).
024800     05  FILLER                 PIC X(02) VALUE SPACES.
024900     05  WS-FIN-FINISH          PIC 9(06).
025000     05  FILLER                 PIC X(04) VALUE SPACES.
025100     05  WS-FIN-DEADLINE        PIC 9(04).
025200     05  FILLER                 PIC X(04) VALUE SPACES.
025300     05  WS-FIN-NOTE            PIC X(30).
025400
025500 01  WS-MISSED-NOTE.
025600     05  FILLER                 PIC X(10) VALUE "MISSED BY ".
025700     05  WS-MSD-MINUTES         PIC ZZZZ9.
025800     05  FILLER                 PIC X(08) VALUE " MINUTES".
025900
026000 01  WS-COUNT-LINE.
026100     05  WS-CNT-LABEL           PIC X(40).
026200     05  WS-CNT-VALUE           PIC ZZZZZZ9.
026300
026400/
026500****************************************************************
026600* L I N K A G E   S E C T I O N                                *
026700*                                                               *
026800* THE REQUESTED RUN-DATE RANGE - A ZERO FROM-DATE OR TO-DATE    *
026900* MEANS THAT END OF THE RANGE IS NOT LIMITED.                   *
027000****************************************************************
027100 LINKAGE SECTION.
027200 01  WS-SELECTIONS.
027300     05  WS-RQS-FROM-DATE       PIC 9(08).
027400     05  WS-RQS-TO-DATE         PIC 9(08).
027500/
027600*****************************************************************
027700* P R O C E D U R E   D I V I S I O N                           *
027800*****************************************************************
027900 PROCEDURE DIVISION      USING WS-SELECTIONS.
028000
028100*****************************************************************
028200* 0000-MAINLINE                                                 *
028300*****************************************************************
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
028600     SORT SORT-FILE
028700         ON ASCENDING KEY SRT-SECTION
028800         ON ASCENDING KEY SRT-NAME
028900         ON ASCENDING KEY SRT-DATE
029000         ON ASCENDING KEY SRT-START-TIME
029100         INPUT PROCEDURE IS 2000-FEED-DURATIONS THRU 2000-EXIT
029200         OUTPUT PROCEDURE IS 3000-PRINT-DURATIONS THRU 3000-EXIT.
029300     PERFORM 4000-STREAM-FINISH       THRU 4000-EXIT.
029400     PERFORM 8000-PRINT-SUMMARY       THRU 8000-EXIT.
029500     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
029600     GO TO 9999-EXIT.
029700
029800*****************************************************************
029900* 1000-INITIALIZE - OPEN THE FILES, PICK UP THE STREAM'S SLA    *
030000*                   PARAMETERS AND PRINT THE HEADING WITH THE   *
030100*                   ECHOED SELECTIONS                           *
030200*****************************************************************
030300 1000-INITIALIZE.
030400     OPEN INPUT  STR-FILE.
030500     OPEN INPUT  STA-FILE.
030600     OPEN INPUT  SLA-FILE.
030700     OPEN OUTPUT RPT-FILE.
030800
030900     MOVE SPACES                  TO  GLSLP-RECORD.
031000     MOVE "GL BATCH-WINDOW DURATION TREND AND SLA REPORT"
031100                                  TO  GLSLP-RECORD.
031200     WRITE GLSLP-RECORD.
031300
031400     MOVE WS-SLA-STREAM-ID        TO  GLSLA-STREAM-ID.
031500     READ SLA-FILE
031600         INVALID KEY
031700             CONTINUE
031800     END-READ.
031900     IF  WS-SLA-OK
032000         MOVE GLSLA-DEADLINE-TIME TO  WS-DEADLINE-TIME
032100         IF  GLSLA-TOLERANCE-PCT IS GREATER THAN ZERO
032200             MOVE GLSLA-TOLERANCE-PCT TO WS-TOLERANCE-PCT
032300         END-IF
032400         IF  GLSLA-AVG-NIGHTS IS GREATER THAN ZERO
032500             MOVE GLSLA-AVG-NIGHTS TO WS-AVG-NIGHTS
032600         END-IF
032700     ELSE
032800         MOVE SPACES              TO  GLSLP-RECORD
032900         MOVE "*** NO SLA PARAMETERS FOR GLNIGHT - DEFAULTS USED"
033000                                  TO  GLSLP-RECORD
033100         WRITE GLSLP-RECORD.
033200
033300     MOVE WS-RQS-FROM-DATE        TO  WS-SEL-FROM-DATE.
033400     MOVE WS-RQS-TO-DATE          TO  WS-SEL-TO-DATE.
033500     MOVE WS-DEADLINE-TIME        TO  WS-SEL-DEADLINE.
033600     MOVE WS-TOLERANCE-PCT        TO  WS-SEL-TOLERANCE.
033700     MOVE WS-AVG-NIGHTS           TO  WS-SEL-NIGHTS.
033800     MOVE WS-SELECT-LINE          TO  GLSLP-RECORD.
033900     WRITE GLSLP-RECORD.
034000 1000-EXIT.
034100     EXIT.
034200
034300*****************************************************************
034400* 2000-FEED-DURATIONS - SORT INPUT PROCEDURE; EVERY STREAM STEP *
034500*                       ROW AND EVERY RUN-STATISTICS ROW IN THE *
034600*                       DATE RANGE, TIMED WHERE IT ENDED        *
034700*                       NORMALLY                                *
034800*****************************************************************
034900 2000-FEED-DURATIONS.
035000     MOVE WS-RQS-FROM-DATE        TO  GLSTR-RUN-DATE.
035100     MOVE ZERO                    TO  GLSTR-STEP-NO.
035200     START STR-FILE
035300         KEY IS NOT LESS THAN GLSTR-KEY
035400         INVALID KEY
035500             MOVE "10"            TO  WS-STR-STATUS.
035600     PERFORM 2100-FEED-ONE-STEP   THRU 2100-EXIT
035700         UNTIL WS-STR-EOF.
035800
035900     MOVE LOW-VALUES              TO  GLSTA-KEY.
036000     START STA-FILE
036100         KEY IS NOT LESS THAN GLSTA-KEY
036200         INVALID KEY
036300             MOVE "10"            TO  WS-STA-STATUS.
036400     PERFORM 2200-FEED-ONE-RUN    THRU 2200-EXIT
036500         UNTIL WS-STA-EOF.
036600 2000-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000* 2100-FEED-ONE-STEP - ONE GLSTREAM ROW; THE FILE IS IN RUN     *
037100*                      DATE ORDER, SO THE RANGE ENDS THE BROWSE *
037200*****************************************************************
037300 2100-FEED-ONE-STEP.
037400     READ STR-FILE NEXT RECORD
037500         AT END
037600             MOVE "10"            TO  WS-STR-STATUS
037700             GO TO 2100-EXIT.
037800
037900     IF  WS-RQS-TO-DATE IS GREATER THAN ZERO
038000     AND GLSTR-RUN-DATE IS GREATER THAN WS-RQS-TO-DATE
038100         MOVE "10"                TO  WS-STR-STATUS
038200         GO TO 2100-EXIT.
038300
038400     MOVE 1                       TO  SRT-SECTION.
038500     MOVE GLSTR-STEP-PGM          TO  SRT-NAME.
038600     MOVE GLSTR-RUN-DATE          TO  SRT-DATE.
038700     MOVE GLSTR-START-TIME        TO  SRT-START-TIME.
038800     MOVE GLSTR-END-TIME          TO  SRT-END-TIME.
038900     MOVE GLSTR-STATUS-SW         TO  SRT-STATUS-SW.
039000     MOVE ZERO                    TO  SRT-ELAPSED-SECS.
039100
039200     IF  GLSTR-COMPLETE
039300         PERFORM 2900-TIME-SRT-ROW THRU 2900-EXIT.
039400
039500     RELEASE SRT-RECORD.
039600 2100-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000* 2200-FEED-ONE-RUN - ONE GLRUNSTAT ROW IN THE DATE RANGE; A    *
040100*                     RUN THAT ENDED THE NEXT DAY IS TIMED      *
040200*                     ACROSS MIDNIGHT                           *
040300*****************************************************************
040400 2200-FEED-ONE-RUN.
040500     READ STA-FILE NEXT RECORD
040600         AT END
040700             MOVE "10"            TO  WS-STA-STATUS
040800             GO TO 2200-EXIT.
040900
041000     IF  GLSTA-RUN-DATE IS LESS THAN WS-RQS-FROM-DATE
041100         GO TO 2200-EXIT.
041200
041300     IF  WS-RQS-TO-DATE IS GREATER THAN ZERO
041400     AND GLSTA-RUN-DATE IS GREATER THAN WS-RQS-TO-DATE
041500         GO TO 2200-EXIT.
041600
041700     MOVE 2                       TO  SRT-SECTION.
041800     MOVE GLSTA-RUN-ID            TO  SRT-NAME.
041900     MOVE GLSTA-RUN-DATE          TO  SRT-DATE.
042000     MOVE GLSTA-RUN-TIME          TO  SRT-START-TIME.
042100     MOVE GLSTA-END-TIME          TO  SRT-END-TIME.
042200     MOVE GLSTA-STATUS-SW         TO  SRT-STATUS-SW.
042300     MOVE ZERO                    TO  SRT-ELAPSED-SECS.
042400
042500     IF  GLSTA-ENDED-OK
042600         PERFORM 2900-TIME-SRT-ROW THRU 2900-EXIT
042700         IF  GLSTA-END-DATE IS GREATER THAN GLSTA-RUN-DATE
042800         AND SRT-END-TIME IS NOT LESS THAN SRT-START-TIME
042900             ADD 86400            TO  SRT-ELAPSED-SECS
043000         END-IF
043100     END-IF.
043200
043300     RELEASE SRT-RECORD.
043400 2200-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800* 2900-TIME-SRT-ROW - ELAPSED SECONDS FROM SRT-START-TIME TO    *
043900*                     SRT-END-TIME; AN END BEFORE THE START IS  *
044000*                     THE NEXT MORNING                          *
044100*****************************************************************
044200 2900-TIME-SRT-ROW.
044300     MOVE SRT-START-TIME          TO  WS-CLOCK-TIME.
044400     PERFORM 5000-CLOCK-TO-SECS   THRU 5000-EXIT.
044500     MOVE WS-CLOCK-SECS           TO  WS-START-SECS.
044600
044700     MOVE SRT-END-TIME            TO  WS-CLOCK-TIME.
044800     PERFORM 5000-CLOCK-TO-SECS   THRU 5000-EXIT.
044900
045000     COMPUTE WS-ELAPSED-SECS = WS-CLOCK-SECS - WS-START-SECS.
045100     IF  WS-ELAPSED-SECS IS LESS THAN ZERO
045200         ADD 86400                TO  WS-ELAPSED-SECS.
045300     MOVE WS-ELAPSED-SECS         TO  SRT-ELAPSED-SECS.
045400 2900-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800* 3000-PRINT-DURATIONS - SORT OUTPUT PROCEDURE; ONE BLOCK PER   *
045900*                        STEP (SECTION 1) OR RUN ID (SECTION 2) *
046000*****************************************************************
046100 3000-PRINT-DURATIONS.
046200     PERFORM 3100-PRINT-ONE-ROW   THRU 3100-EXIT
046300         UNTIL WS-SORT-EOF.
046400
046500     IF  WS-PREV-NAME IS NOT EQUAL TO SPACES
046600         PERFORM 3400-GROUP-FOOTER THRU 3400-EXIT.
046700 3000-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100* 3100-PRINT-ONE-ROW - BREAK ON SECTION AND STEP/RUN ID, THEN   *
047200*                      PRINT THE NIGHT                          *
047300*****************************************************************
047400 3100-PRINT-ONE-ROW.
047500     RETURN SORT-FILE
047600         AT END
047700             MOVE "Y"             TO  WS-SORT-EOF-SW
047800             GO TO 3100-EXIT.
047900
048000     IF  SRT-SECTION IS NOT EQUAL TO WS-PREV-SECTION
048100     OR  SRT-NAME IS NOT EQUAL TO WS-PREV-NAME
048200         IF  WS-PREV-NAME IS NOT EQUAL TO SPACES
048300             PERFORM 3400-GROUP-FOOTER THRU 3400-EXIT
048400         END-IF
048500         IF  SRT-SECTION IS NOT EQUAL TO WS-PREV-SECTION
048600             PERFORM 3300-SECTION-HEADING THRU 3300-EXIT
048700         END-IF
048800         PERFORM 3350-START-GROUP THRU 3350-EXIT
048900     END-IF.
049000
049100     PERFORM 3200-PRINT-NIGHT     THRU 3200-EXIT.
049200 3100-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600* 3200-PRINT-NIGHT - ONE NIGHT OF ONE STEP OR RUN; A TIMED      *
049700*                    NIGHT IS SET AGAINST THE ROLLING AVERAGE   *
049800*                    OF THE NIGHTS BEFORE IT AND THEN JOINS IT  *
049900*****************************************************************
050000 3200-PRINT-NIGHT.
050100     MOVE SPACES                  TO  WS-DETAIL-LINE.
050200     MOVE SRT-NAME                TO  WS-DTL-NAME.
050300     MOVE SRT-DATE                TO  WS-DTL-DATE.
050400     MOVE SRT-START-TIME          TO  WS-DTL-START.
050500     MOVE SRT-END-TIME            TO  WS-DTL-END.
050600
050700     IF  SRT-STATUS-SW IS NOT EQUAL TO "C"
050800         IF  SRT-STATUS-SW IS EQUAL TO "S"
050900             MOVE "HELD AT GATE, NOT RUN"   TO  WS-DTL-NOTE
051000         ELSE
051100             IF  SRT-STATUS-SW IS EQUAL TO "F"
051200                 MOVE "RUN FAILED, NOT TIMED"   TO  WS-DTL-NOTE
051300             ELSE
051400                 MOVE "NEVER ENDED, NOT TIMED"  TO  WS-DTL-NOTE
051500             END-IF
051600         END-IF
051700         MOVE WS-DETAIL-LINE      TO  GLSLP-RECORD
051800         WRITE GLSLP-RECORD
051900         GO TO 3200-EXIT.
052000
052100     COMPUTE WS-MINUTES ROUNDED = SRT-ELAPSED-SECS / 60.
052200     MOVE WS-MINUTES              TO  WS-DTL-MINUTES.
052300
052400     IF  WS-RL-CNT IS GREATER THAN ZERO
052500         PERFORM 3250-ROLLING-AVERAGE THRU 3250-EXIT
052600         COMPUTE WS-MINUTES ROUNDED = WS-RL-AVG-SECS / 60
052700         MOVE WS-MINUTES          TO  WS-DTL-AVERAGE
052800         IF  WS-RL-AVG-SECS IS GREATER THAN ZERO
052900         AND (SRT-ELAPSED-SECS * 100) IS GREATER THAN
053000             (WS-RL-AVG-SECS * (100 + WS-TOLERANCE-PCT))
053100             COMPUTE WS-OVER-PCT-WK ROUNDED =
053200                 ((SRT-ELAPSED-SECS - WS-RL-AVG-SECS) * 100)
053300                 / WS-RL-AVG-SECS
053400             MOVE WS-OVER-PCT-WK  TO  WS-OVR-PCT
053500             MOVE WS-OVER-NOTE    TO  WS-DTL-NOTE
053600             ADD 1                TO  WS-GRP-OVER-CNT
053700             ADD 1                TO  WS-OVER-NIGHT-CNT
053800         END-IF
053900     END-IF.
054000
054100     MOVE WS-DETAIL-LINE          TO  GLSLP-RECORD.
054200     WRITE GLSLP-RECORD.
054300
054400     ADD 1                        TO  WS-RL-NEXT.
054500     IF  WS-RL-NEXT IS GREATER THAN WS-AVG-NIGHTS
054600         MOVE 1                   TO  WS-RL-NEXT.
054700     MOVE SRT-ELAPSED-SECS        TO  WS-RL-SECS (WS-RL-NEXT).
054800     IF  WS-RL-CNT IS LESS THAN WS-AVG-NIGHTS
054900         ADD 1                    TO  WS-RL-CNT.
055000
055100     ADD 1                        TO  WS-GRP-NIGHTS.
055200     ADD SRT-ELAPSED-SECS         TO  WS-GRP-TOTAL-SECS.
055300     IF  SRT-ELAPSED-SECS IS GREATER THAN WS-GRP-WORST-SECS
055400     OR  WS-GRP-NIGHTS IS EQUAL TO 1
055500         MOVE SRT-ELAPSED-SECS    TO  WS-GRP-WORST-SECS
055600         MOVE SRT-DATE            TO  WS-GRP-WORST-DATE.
055700 3200-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100* 3250-ROLLING-AVERAGE - AVERAGE OF THE TIMED NIGHTS NOW IN THE *
056200*                        WINDOW                                 *
056300*****************************************************************
056400 3250-ROLLING-AVERAGE.
056500     MOVE ZERO                    TO  WS-RL-SUM.
056600     PERFORM 3260-ADD-WINDOW-NIGHT THRU 3260-EXIT
056700         VARYING WS-RL-IX FROM 1 BY 1
056800         UNTIL WS-RL-IX IS GREATER THAN WS-RL-CNT.
056900     COMPUTE WS-RL-AVG-SECS ROUNDED = WS-RL-SUM / WS-RL-CNT.
057000 3250-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400* 3260-ADD-WINDOW-NIGHT - ONE STEP OF THE WINDOW SUM            *
057500*****************************************************************
057600 3260-ADD-WINDOW-NIGHT.
057700     ADD WS-RL-SECS (WS-RL-IX)    TO  WS-RL-SUM.
057800 3260-EXIT.
057900     EXIT.
058000
058100*****************************************************************
058200* 3300-SECTION-HEADING - TITLE AND COLUMN HEADINGS FOR THE      *
058300*                        STEP OR RUN DURATION SECTION           *
058400*****************************************************************
058500 3300-SECTION-HEADING.
058600     MOVE SRT-SECTION             TO  WS-PREV-SECTION.
058700
058800     MOVE SPACES                  TO  GLSLP-RECORD.
058900     WRITE GLSLP-RECORD.
059000     IF  SRT-SECTION IS EQUAL TO 1
059100         MOVE "STREAM STEP DURATIONS (GLSTREAM)" TO  GLSLP-RECORD
059200     ELSE
059300         MOVE "RUN DURATIONS (GLRUNSTAT)"        TO  GLSLP-RECORD.
059400     WRITE GLSLP-RECORD.
059500
059600     MOVE SPACES                  TO  GLSLP-RECORD.
059700     MOVE
059800     "STEP/RUN   RUN DATE START  END    MINUTES  ROLL AVG NOTE"
059900                                  TO  GLSLP-RECORD.
060000     WRITE GLSLP-RECORD.
060100 3300-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500* 3350-START-GROUP - CLEAR THE TOTALS AND THE ROLLING WINDOW    *
060600*                    FOR A NEW STEP OR RUN ID                   *
060700*****************************************************************
060800 3350-START-GROUP.
060900     MOVE SRT-NAME                TO  WS-PREV-NAME.
061000     MOVE ZERO                    TO  WS-GRP-NIGHTS.
061100     MOVE ZERO                    TO  WS-GRP-TOTAL-SECS.
061200     MOVE ZERO                    TO  WS-GRP-WORST-SECS.
061300     MOVE ZERO                    TO  WS-GRP-WORST-DATE.
061400     MOVE ZERO                    TO  WS-GRP-OVER-CNT.
061500     MOVE ZERO                    TO  WS-RL-CNT.
061600     MOVE ZERO                    TO  WS-RL-NEXT.
061700 3350-EXIT.
061800     EXIT.
061900
062000*****************************************************************
062100* 3400-GROUP-FOOTER - THE STEP'S OR RUN ID'S AVERAGE AND WORST  *
062200*                     OVER THE WHOLE RANGE                      *
062300*****************************************************************
062400 3400-GROUP-FOOTER.
062500     IF  WS-GRP-NIGHTS IS EQUAL TO ZERO
062600         MOVE SPACES              TO  GLSLP-RECORD
062700         MOVE "  NO NIGHTS TIMED" TO  GLSLP-RECORD
062800         WRITE GLSLP-RECORD
062900         GO TO 3400-EXIT.
063000
063100     COMPUTE WS-GRP-AVG-SECS ROUNDED =
063200         WS-GRP-TOTAL-SECS / WS-GRP-NIGHTS.
063300     MOVE WS-GRP-NIGHTS           TO  WS-GRP-PRT-NIGHTS.
063400     COMPUTE WS-MINUTES ROUNDED = WS-GRP-AVG-SECS / 60.
063500     MOVE WS-MINUTES              TO  WS-GRP-PRT-AVERAGE.
063600     COMPUTE WS-MINUTES ROUNDED = WS-GRP-WORST-SECS / 60.
063700     MOVE WS-MINUTES              TO  WS-GRP-PRT-WORST.
063800     MOVE WS-GRP-WORST-DATE       TO  WS-GRP-PRT-WORST-DATE.
063900     MOVE WS-GRP-OVER-CNT         TO  WS-GRP-PRT-OVER.
064000     MOVE WS-GROUP-LINE           TO  GLSLP-RECORD.
064100     WRITE GLSLP-RECORD.
064200 3400-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600* 4000-STREAM-FINISH - WALK THE RUN-CONTROL FILE BY RUN DATE    *
064700*                      AND PRINT WHEN EACH NIGHT'S STREAM       *
064800*                      FINISHED AGAINST THE DEADLINE            *
064900*****************************************************************
065000 4000-STREAM-FINISH.
065100     MOVE SPACES                  TO  GLSLP-RECORD.
065200     WRITE GLSLP-RECORD.
065300     MOVE "STREAM FINISH AGAINST THE MORNING DEADLINE"
065400                                  TO  GLSLP-RECORD.
065500     WRITE GLSLP-RECORD.
065600     MOVE SPACES                  TO  GLSLP-RECORD.
065700     MOVE "RUN DATE  START   FINISH  DEADLINE  RESULT"
065800                                  TO  GLSLP-RECORD.
065900     WRITE GLSLP-RECORD.
066000
066100     MOVE ZERO                    TO  WS-FN-DATE.
066200     MOVE WS-RQS-FROM-DATE        TO  GLSTR-RUN-DATE.
066300     MOVE ZERO                    TO  GLSTR-STEP-NO.
066400     MOVE "00"                    TO  WS-STR-STATUS.
066500     START STR-FILE
066600         KEY IS NOT LESS THAN GLSTR-KEY
066700         INVALID KEY
066800             MOVE "10"            TO  WS-STR-STATUS.
066900     PERFORM 4100-FINISH-ONE-STEP THRU 4100-EXIT
067000         UNTIL WS-STR-EOF.
067100
067200     IF  WS-FN-DATE IS GREATER THAN ZERO
067300         PERFORM 4300-PRINT-FINISH THRU 4300-EXIT.
067400 4000-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800* 4100-FINISH-ONE-STEP - FOLD ONE STEP ROW INTO ITS RUN DATE'S  *
067900*                        FINISH; THE STREAM'S START IS ITS      *
068000*                        FIRST STEP'S START, AND A STEP ENDING  *
068100*                        BEFORE THAT CLOCK TIME ENDED THE NEXT  *
068200*                        MORNING                                *
068300*****************************************************************
068400 4100-FINISH-ONE-STEP.
068500     READ STR-FILE NEXT RECORD
068600         AT END
068700             MOVE "10"            TO  WS-STR-STATUS
068800             GO TO 4100-EXIT.
068900
069000     IF  WS-RQS-TO-DATE IS GREATER THAN ZERO
069100     AND GLSTR-RUN-DATE IS GREATER THAN WS-RQS-TO-DATE
069200         MOVE "10"                TO  WS-STR-STATUS
069300         GO TO 4100-EXIT.
069400
069500     IF  GLSTR-RUN-DATE IS NOT EQUAL TO WS-FN-DATE
069600         IF  WS-FN-DATE IS GREATER THAN ZERO
069700             PERFORM 4300-PRINT-FINISH THRU 4300-EXIT
069800         END-IF
069900         PERFORM 4200-START-RUN-DATE THRU 4200-EXIT
070000     END-IF.
070100
070200     IF  GLSTR-STOPPED
070300         MOVE "Y"                 TO  WS-FN-STOPPED-SW
070400         GO TO 4100-EXIT.
070500
070600     IF  NOT GLSTR-COMPLETE
070700         MOVE "Y"                 TO  WS-FN-OPEN-SW
070800         GO TO 4100-EXIT.
070900
071000     MOVE GLSTR-END-TIME          TO  WS-CLOCK-TIME.
071100     PERFORM 5000-CLOCK-TO-SECS   THRU 5000-EXIT.
071200     COMPUTE WS-FN-OFFSET = WS-CLOCK-SECS - WS-FN-START-SECS.
071300     IF  WS-FN-OFFSET IS LESS THAN ZERO
071400         ADD 86400                TO  WS-FN-OFFSET.
071500
071600     IF  WS-FN-OFFSET IS GREATER THAN WS-FN-MAX-OFFSET
071700         MOVE WS-FN-OFFSET        TO  WS-FN-MAX-OFFSET
071800         MOVE GLSTR-END-TIME      TO  WS-FN-FINISH-TIME.
071900 4100-EXIT.
072000     EXIT.
072100
072200*****************************************************************
072300* 4200-START-RUN-DATE - A NEW RUN DATE; ITS FIRST STEP ROW SETS *
072400*                       THE STREAM'S START                      *
072500*****************************************************************
072600 4200-START-RUN-DATE.
072700     MOVE GLSTR-RUN-DATE          TO  WS-FN-DATE.
072800     MOVE GLSTR-START-TIME        TO  WS-FN-START-TIME.
072900     MOVE GLSTR-START-TIME        TO  WS-FN-FINISH-TIME.
073000     MOVE ZERO                    TO  WS-FN-MAX-OFFSET.
073100     MOVE "N"                     TO  WS-FN-OPEN-SW.
073200     MOVE "N"                     TO  WS-FN-STOPPED-SW.
073300
073400     MOVE GLSTR-START-TIME        TO  WS-CLOCK-TIME.
073500     PERFORM 5000-CLOCK-TO-SECS   THRU 5000-EXIT.
073600     MOVE WS-CLOCK-SECS           TO  WS-FN-START-SECS.
073700 4200-EXIT.
073800     EXIT.
073900
074000*****************************************************************
074100* 4300-PRINT-FINISH - ONE RUN DATE'S FINISH AGAINST THE         *
074200*                     DEADLINE, WHICH FALLS ON THE FIRST        *
074300*                     MORNING AFTER THE STREAM STARTED          *
074400*****************************************************************
074500 4300-PRINT-FINISH.
074600     MOVE SPACES                  TO  WS-FINISH-LINE.
074700     MOVE WS-FN-DATE              TO  WS-FIN-DATE.
074800     MOVE WS-FN-START-TIME        TO  WS-FIN-START.
074900     MOVE WS-FN-FINISH-TIME       TO  WS-FIN-FINISH.
075000     MOVE WS-DEADLINE-TIME        TO  WS-FIN-DEADLINE.
075100
075200     IF  WS-FN-GATE-STOPPED
075300         MOVE "STOPPED AT EDIT GATE"   TO  WS-FIN-NOTE
075400         ADD 1                    TO  WS-UNFINISHED-CNT
075500         GO TO 4300-WRITE.
075600
075700     IF  WS-FN-STEP-OPEN
075800         MOVE "NOT COMPLETE"      TO  WS-FIN-NOTE
075900         ADD 1                    TO  WS-UNFINISHED-CNT
076000         GO TO 4300-WRITE.
076100
076200     COMPUTE WS-FN-DEADLINE-OFFSET =
076300         (WS-DEADLINE-HH * 3600) + (WS-DEADLINE-MM * 60)
076400       - WS-FN-START-SECS.
076500     IF  WS-FN-DEADLINE-OFFSET IS LESS THAN ZERO
076600         ADD 86400                TO  WS-FN-DEADLINE-OFFSET.
076700
076800     IF  WS-FN-MAX-OFFSET IS GREATER THAN WS-FN-DEADLINE-OFFSET
076900         COMPUTE WS-FN-LATE-MINUTES ROUNDED =
077000             (WS-FN-MAX-OFFSET - WS-FN-DEADLINE-OFFSET) / 60
077100         MOVE WS-FN-LATE-MINUTES  TO  WS-MSD-MINUTES
077200         MOVE WS-MISSED-NOTE      TO  WS-FIN-NOTE
077300         ADD 1                    TO  WS-MISSED-CNT
077400     ELSE
077500         MOVE "MET"               TO  WS-FIN-NOTE
077600         ADD 1                    TO  WS-MET-CNT.
077700
077800 4300-WRITE.
077900     MOVE WS-FINISH-LINE          TO  GLSLP-RECORD.
078000     WRITE GLSLP-RECORD.
078100 4300-EXIT.
078200     EXIT.
078300
078400*****************************************************************
078500* 5000-CLOCK-TO-SECS - WS-CLOCK-TIME (HHMMSS) AS SECONDS PAST   *
078600*                      MIDNIGHT IN WS-CLOCK-SECS                *
078700*****************************************************************
078800 5000-CLOCK-TO-SECS.
078900     COMPUTE WS-CLOCK-SECS = (WS-CLOCK-HH * 3600)
079000                           + (WS-CLOCK-MM * 60)
079100                           + WS-CLOCK-SS.
079200 5000-EXIT.
079300     EXIT.
079400
079500*****************************************************************
079600* 8000-PRINT-SUMMARY - NIGHTS OVER TOLERANCE AND THE DEADLINE   *
079700*                      RECORD FOR THE RANGE                     *
079800*****************************************************************
079900 8000-PRINT-SUMMARY.
080000     MOVE SPACES                  TO  GLSLP-RECORD.
080100     WRITE GLSLP-RECORD.
080200
080300     MOVE SPACES                  TO  WS-COUNT-LINE.
080400     MOVE "NIGHTS OVER AVERAGE BEYOND TOLERANCE" TO  WS-CNT-LABEL.
080500     MOVE WS-OVER-NIGHT-CNT       TO  WS-CNT-VALUE.
080600     MOVE WS-COUNT-LINE           TO  GLSLP-RECORD.
080700     WRITE GLSLP-RECORD.
080800
080900     MOVE "STREAMS FINISHED BY THE DEADLINE" TO  WS-CNT-LABEL.
081000     MOVE WS-MET-CNT              TO  WS-CNT-VALUE.
081100     MOVE WS-COUNT-LINE           TO  GLSLP-RECORD.
081200     WRITE GLSLP-RECORD.
081300
081400     MOVE "STREAMS FINISHED AFTER THE DEADLINE" TO  WS-CNT-LABEL.
081500     MOVE WS-MISSED-CNT           TO  WS-CNT-VALUE.
081600     MOVE WS-COUNT-LINE           TO  GLSLP-RECORD.
081700     WRITE GLSLP-RECORD.
081800
081900     MOVE "STREAMS STOPPED OR NOT COMPLETE" TO  WS-CNT-LABEL.
082000     MOVE WS-UNFINISHED-CNT       TO  WS-CNT-VALUE.
082100     MOVE WS-COUNT-LINE           TO  GLSLP-RECORD.
082200     WRITE GLSLP-RECORD.
082300 8000-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700* 9000-TERMINATE - CLOSE ALL FILES                              *
082800*****************************************************************
082900 9000-TERMINATE.
083000     CLOSE STR-FILE.
083100     CLOSE STA-FILE.
083200     CLOSE SLA-FILE.
083300     CLOSE RPT-FILE.
083400
083500     DISPLAY "GLSLARPT - STREAMS MISSING THE DEADLINE: "
083600             WS-MISSED-CNT.
083700 9000-EXIT.
083800     EXIT.
083900
084000 9999-EXIT.
084100     STOP RUN.
