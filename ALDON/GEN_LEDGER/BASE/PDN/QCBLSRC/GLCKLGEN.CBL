000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLCKLGEN.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLCKLGEN  -  OPEN THE PERIOD'S MONTH-END CLOSE CHECKLIST     *
001000*                                                               *
001100*  COPIES EVERY ACTIVE ROW OF THE CLOSE TASK TEMPLATE           *
001200*  (GLCTTREC) INTO THE CLOSE CHECKLIST (GLCKLREC) FOR EACH      *
001300*  COMPANY ON THE CHART OF ACCOUNTS, OPEN, FOR THE FISCAL       *
001400*  PERIOD (YYYYPP) THE RUN OPENS.  THE PERIOD ARRIVES THROUGH   *
001500*  LINKAGE; ZERO MEANS THE RUN DATE'S PERIOD, LOOKED UP ON THE  *
001600*  FISCAL CALENDAR (GLFCLREC) THE WAY GLCLOSE DOES, SO THE CL   *
001700*  RUNS IT ON THE FIRST BUSINESS DAY OF EACH PERIOD.            *
001800*                                                               *
001900*  EACH TASK'S DUE WORKDAY IS RESOLVED TO A CALENDAR DATE BY    *
002000*  COUNTING BUSINESS DAYS ON THE PROCESSING CALENDAR            *
002100*  (GLCALREC) FROM THE PERIOD'S END DATE.  A PERIOD MISSING     *
002200*  FROM THE FISCAL CALENDAR ENDS ON ITS CALENDAR MONTH'S LAST   *
002300*  DAY; A DUE DATE THE PROCESSING CALENDAR CANNOT REACH IS      *
002400*  LEFT ZERO (NEVER REPORTED LATE).                             *
002500*                                                               *
002600*  A CHECKLIST ROW ALREADY ON FILE IS LEFT ALONE - ITS STATUS   *
002700*  AND SIGN-OFF ARE NEVER RESET - SO THE RUN MAY BE REPEATED    *
002800*  FOR THE SAME PERIOD, AND A TASK ADDED TO THE TEMPLATE        *
002900*  MID-PERIOD IS PICKED UP ON THE NEXT RUN.                     *
003000*                                                               *
003100*---------------------------------------------------------------*
003200*  MODIFICATION HISTORY                                         *
003300*---------------------------------------------------------------*
003400*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-ISERIES.
003900 OBJECT-COMPUTER.   IBM-ISERIES.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT COA-FILE   ASSIGN TO GLCOA
004300         ORGANIZATION IS INDEXED
004400         ACCESS       IS DYNAMIC
004500         RECORD KEY   IS GLCOA-KEY
004600         FILE STATUS  IS WS-COA-STATUS.
004700
004800     SELECT TPL-FILE   ASSIGN TO GLCLSTPL
004900         ORGANIZATION IS INDEXED
005000         ACCESS       IS DYNAMIC
005100         RECORD KEY   IS GLCTT-KEY
005200         FILE STATUS  IS WS-TPL-STATUS.
005300
005400     SELECT CKL-FILE   ASSIGN TO GLCLSCKL
005500         ORGANIZATION IS INDEXED
005600         ACCESS       IS DYNAMIC
005700         RECORD KEY   IS GLCKL-KEY
005800         FILE STATUS  IS WS-CKL-STATUS.
005900
006000     SELECT FCL-FILE   ASSIGN TO GLFSCAL
006100         ORGANIZATION IS INDEXED
006200         ACCESS       IS DYNAMIC
006300         RECORD KEY   IS GLFCL-KEY
006400         FILE STATUS  IS WS-FCL-STATUS.
006500
006600     SELECT CAL-FILE   ASSIGN TO GLPRCCAL
006700         ORGANIZATION IS INDEXED
006800         ACCESS       IS DYNAMIC
006900         RECORD KEY   IS GLCAL-KEY
007000         FILE STATUS  IS WS-CAL-STATUS.
007100
007200/
007300*****************************************************************
007400* D A T A   D I V I S I O N                                     *
007500*****************************************************************
007600 DATA DIVISION.
007700 FILE SECTION.
007800
007900 FD  COA-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY GLCOAREC.
008200
008300 FD  TPL-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY GLCTTREC.
008600
008700 FD  CKL-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY GLCKLREC.
009000
009100 FD  FCL-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY GLFCLREC.
009400
009500 FD  CAL-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY GLCALREC.
009800
009900/
010000*****************************************************************
010100* W O R K I N G   S T O R A G E   S E C T I O N                 *
010200*****************************************************************
010300 WORKING-STORAGE SECTION.
010400
010500 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
010600     88  WS-COA-OK                       VALUE "00".
010700     88  WS-COA-EOF                      VALUE "10".
010800
010900 77  WS-TPL-STATUS              PIC X(02) VALUE SPACES.
011000     88  WS-TPL-OK                       VALUE "00".
011100
011200 77  WS-CKL-STATUS              PIC X(02) VALUE SPACES.
011300     88  WS-CKL-OK                       VALUE "00".
011400
011500 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
011600     88  WS-FCL-OK                       VALUE "00".
011700
011800 77  WS-CAL-STATUS              PIC X(02) VALUE SPACES.
011900     88  WS-CAL-OK                       VALUE "00".
012000
012100 77  WS-TPL-EOF-SW              PIC X(01) VALUE "N".
012200     88  WS-TPL-EOF                      VALUE "Y".
012300
012400 77  WS-FCL-DONE-SW             PIC X(01) VALUE "N".
012500     88  WS-FCL-DONE                     VALUE "Y".
012600
012700 77  WS-CAL-DONE-SW             PIC X(01) VALUE "N".
012800     88  WS-CAL-DONE                     VALUE "Y".
012900
013000 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
013100 77  WS-CKL-PERIOD              PIC 9(06) VALUE ZERO.
013200 77  WS-PERIOD-END-DATE         PIC 9(08) VALUE ZERO.
013300 77  WS-DUE-DATE                PIC 9(08) VALUE ZERO.
013400 77  WS-WORKDAYS-WANTED         PIC 9(02) VALUE ZERO.
013500 77  WS-WORKDAYS-FOUND          PIC 9(02) VALUE ZERO.
013600 77  WS-CUR-CO-CODE             PIC X(03) VALUE SPACES.
013700
013800 77  WS-CO-CNT                  PIC 9(07) BINARY VALUE ZERO.
013900 77  WS-ADDED-CNT               PIC 9(07) BINARY VALUE ZERO.
014000 77  WS-KEPT-CNT                PIC 9(07) BINARY VALUE ZERO.
014100 77  WS-NO-DUE-CNT              PIC 9(07) BINARY VALUE ZERO.
014200
014300 01  WS-NOMINAL-END.
014400     05  WS-NOM-END-DATE        PIC 9(08).
014500     05  WS-NOM-END-PARTS       REDEFINES WS-NOM-END-DATE.
014600         10  WS-NOM-END-YYYYMM  PIC 9(06).
014700         10  WS-NOM-END-DD      PIC 9(02).
014800
014900/
015000****************************************************************
015100* L I N K A G E   S E C T I O N                                *
015200*                                                              *
015300* WS-OPEN-PERIOD IS THE FISCAL PERIOD (YYYYPP) WHOSE CHECKLIST *
015400* IS TO BE OPENED; ZERO MEANS THE RUN DATE'S PERIOD.           *
015500****************************************************************
015600 LINKAGE SECTION.
015700 01  WS-OPEN-PERIOD             PIC 9(06).
015800/
015900*****************************************************************
016000* P R O C E D U R E   D I V I S I O N                           *
016100*****************************************************************
016200 PROCEDURE DIVISION      USING WS-OPEN-PERIOD.
016300
016400*****************************************************************
016500* 0000-MAINLINE                                                 *
016600*****************************************************************
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
016900     PERFORM 2000-OPEN-ONE-COMPANY    THRU 2000-EXIT
017000         UNTIL WS-COA-EOF.
017100     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
017200     GO TO 9999-EXIT.
017300
017400*****************************************************************
017500* 1000-INITIALIZE - OPEN THE FILES, SETTLE THE PERIOD AND ITS   *
017600*                   END DATE, AND READ THE FIRST COMPANY        *
017700*****************************************************************
017800 1000-INITIALIZE.
017900     OPEN INPUT  COA-FILE.
018000     OPEN INPUT  TPL-FILE.
018100     OPEN I-O    CKL-FILE.
018200     OPEN INPUT  FCL-FILE.
018300     OPEN INPUT  CAL-FILE.
018400
018500     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
018600
018700     IF  WS-OPEN-PERIOD IS NUMERIC
018800     AND WS-OPEN-PERIOD IS GREATER THAN ZERO
018900         MOVE WS-OPEN-PERIOD      TO  WS-CKL-PERIOD
019000         PERFORM 1200-FIND-PERIOD-END THRU 1200-EXIT
019100     ELSE
019200         PERFORM 1100-FIND-RUN-PERIOD THRU 1100-EXIT.
019300
019400     DISPLAY "GLCKLGEN - OPENING CLOSE CHECKLIST FOR PERIOD "
019500             WS-CKL-PERIOD " ENDING " WS-PERIOD-END-DATE.
019600
019700     MOVE LOW-VALUES              TO  GLCOA-KEY.
019800     START COA-FILE
019900         KEY IS NOT LESS THAN GLCOA-KEY
020000         INVALID KEY
020100             MOVE "10"            TO  WS-COA-STATUS
020200             GO TO 1000-EXIT.
020300
020400     PERFORM 2100-READ-NEXT-COMPANY THRU 2100-EXIT.
020500 1000-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900* 1100-FIND-RUN-PERIOD - THE RUN DATE'S FISCAL PERIOD AND ITS   *
021000*                        END DATE: THE FIRST CALENDAR ROW WHOSE *
021100*                        END DATE IS NOT BEFORE THE RUN DATE,   *
021200*                        FALLING BACK TO THE CALENDAR MONTH     *
021300*****************************************************************
021400 1100-FIND-RUN-PERIOD.
021500     MOVE WS-RUN-DATE (1:6)       TO  WS-CKL-PERIOD.
021600     MOVE WS-RUN-DATE (1:6)       TO  WS-NOM-END-YYYYMM.
021700     MOVE 31                      TO  WS-NOM-END-DD.
021800     MOVE WS-NOM-END-DATE         TO  WS-PERIOD-END-DATE.
021900
022000     MOVE WS-RUN-DATE             TO  GLFCL-END-DATE.
022100     START FCL-FILE
022200         KEY IS NOT LESS THAN GLFCL-KEY
022300         INVALID KEY
022400             GO TO 1100-EXIT.
022500
022600     READ FCL-FILE NEXT RECORD
022700         AT END
022800             GO TO 1100-EXIT.
022900
023000     IF  GLFCL-START-DATE IS GREATER THAN WS-RUN-DATE
023100         GO TO 1100-EXIT.
023200     MOVE GLFCL-PERIOD            TO  WS-CKL-PERIOD.
023300     MOVE GLFCL-END-DATE          TO  WS-PERIOD-END-DATE.
023400 1100-EXIT.
023500     EXIT.
023600
023700*****************************************************************
023800* 1200-FIND-PERIOD-END - THE REQUESTED PERIOD'S END DATE FROM   *
023900*                        THE FISCAL CALENDAR, ELSE THE LAST DAY *
024000*                        OF THE CALENDAR MONTH OF THE SAME      *
024100*                        NUMBER                                 *
024200*****************************************************************
024300 1200-FIND-PERIOD-END.
024400     MOVE WS-CKL-PERIOD           TO  WS-NOM-END-YYYYMM.
024500     MOVE 31                      TO  WS-NOM-END-DD.
024600     MOVE WS-NOM-END-DATE         TO  WS-PERIOD-END-DATE.
024700
024800     MOVE LOW-VALUES              TO  GLFCL-KEY.
024900     START FCL-FILE
025000         KEY IS NOT LESS THAN GLFCL-KEY
025100         INVALID KEY
025200             GO TO 1200-EXIT.
025300
025400     MOVE "N"                     TO  WS-FCL-DONE-SW.
025500     PERFORM 1250-READ-FISCAL-ROW THRU 1250-EXIT
025600         UNTIL WS-FCL-DONE.
025700 1200-EXIT.
025800     EXIT.
025900
026000*****************************************************************
026100* 1250-READ-FISCAL-ROW - WALK THE FISCAL CALENDAR FOR THE       *
026200*                        REQUESTED PERIOD'S ROW                 *
026300*****************************************************************
026400 1250-READ-FISCAL-ROW.
026500     READ FCL-FILE NEXT RECORD
026600         AT END
026700             MOVE "Y"             TO  WS-FCL-DONE-SW
026800             GO TO 1250-EXIT.
026900
027000     IF  GLFCL-PERIOD IS EQUAL TO WS-CKL-PERIOD
027100         MOVE GLFCL-END-DATE      TO  WS-PERIOD-END-DATE
027200         MOVE "Y"                 TO  WS-FCL-DONE-SW
027300         GO TO 1250-EXIT.
027400
027500     IF  GLFCL-PERIOD IS GREATER THAN WS-CKL-PERIOD
027600         MOVE "Y"                 TO  WS-FCL-DONE-SW.
027700 1250-EXIT.
027800     EXIT.
027900
028000*****************************************************************
028100* 2000-OPEN-ONE-COMPANY - COPY THE TEMPLATE INTO THE COMPANY'S  *
028200*                         CHECKLIST FOR THE PERIOD              *
028300*****************************************************************
028400 2000-OPEN-ONE-COMPANY.
028500     MOVE GLCOA-CO-CODE           TO  WS-CUR-CO-CODE.
028600     ADD 1                        TO  WS-CO-CNT.
028700
028800     MOVE "N"                     TO  WS-TPL-EOF-SW.
028900     MOVE LOW-VALUES              TO  GLCTT-KEY.
029000     START TPL-FILE
029100         KEY IS NOT LESS THAN GLCTT-KEY
029200         INVALID KEY
029300             MOVE "Y"             TO  WS-TPL-EOF-SW.
029400
029500     PERFORM 2200-COPY-ONE-TASK   THRU 2200-EXIT
029600         UNTIL WS-TPL-EOF.
029700
029800     PERFORM 2100-READ-NEXT-COMPANY THRU 2100-EXIT.
029900 2000-EXIT.
030000     EXIT.
030100
030200*****************************************************************
030300* 2100-READ-NEXT-COMPANY - SKIP PAST THE LAST ACCOUNT OF THE    *
030400*                          CURRENT COMPANY TO THE FIRST ACCOUNT *
030500*                          OF THE NEXT ONE                      *
030600*****************************************************************
030700 2100-READ-NEXT-COMPANY.
030800     IF  WS-CUR-CO-CODE IS NOT EQUAL TO SPACES
030900         MOVE WS-CUR-CO-CODE      TO  GLCOA-CO-CODE
031000         MOVE 999999              TO  GLCOA-ACCT-NO
031100         START COA-FILE
031200             KEY IS GREATER THAN GLCOA-KEY
031300             INVALID KEY
031400                 MOVE "10"        TO  WS-COA-STATUS
031500                 GO TO 2100-EXIT.
031600
031700     READ COA-FILE NEXT RECORD
031800         AT END
031900             MOVE "10"            TO  WS-COA-STATUS.
032000 2100-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400* 2200-COPY-ONE-TASK - ONE ACTIVE TEMPLATE TASK TO THE          *
032500*                      COMPANY'S CHECKLIST, UNLESS THE ROW IS   *
032600*                      ALREADY THERE                            *
032700*****************************************************************
032800 2200-COPY-ONE-TASK.
032900     READ TPL-FILE NEXT RECORD
033000         AT END
033100             MOVE "Y"             TO  WS-TPL-EOF-SW
033200             GO TO 2200-EXIT.
033300
033400     IF  NOT GLCTT-IS-ACTIVE
033500         GO TO 2200-EXIT.
033600
033700     MOVE WS-CUR-CO-CODE          TO  GLCKL-CO-CODE.
033800     MOVE WS-CKL-PERIOD           TO  GLCKL-PERIOD.
033900     MOVE GLCTT-TASK-ID           TO  GLCKL-TASK-ID.
034000     READ CKL-FILE
034100         INVALID KEY
034200             GO TO 2200-ADD-TASK.
034300
034400     ADD 1                        TO  WS-KEPT-CNT.
034500     GO TO 2200-EXIT.
034600
034700 2200-ADD-TASK.
034800     PERFORM 3000-FIND-DUE-DATE   THRU 3000-EXIT.
034900
035000     MOVE SPACES                  TO  GLCKL-RECORD.
035100     MOVE WS-CUR-CO-CODE          TO  GLCKL-CO-CODE.
035200     MOVE WS-CKL-PERIOD           TO  GLCKL-PERIOD.
035300     MOVE GLCTT-TASK-ID           TO  GLCKL-TASK-ID.
035400     MOVE GLCTT-TASK-DESC         TO  GLCKL-TASK-DESC.
035500     MOVE GLCTT-OWNER-ID          TO  GLCKL-OWNER-ID.
035600     MOVE GLCTT-DUE-WORKDAY       TO  GLCKL-DUE-WORKDAY.
035700     MOVE WS-DUE-DATE             TO  GLCKL-DUE-DATE.
035800     MOVE GLCTT-REQUIRED-SW       TO  GLCKL-REQUIRED-SW.
035900     MOVE GLCTT-PRED-TABLE        TO  GLCKL-PRED-TABLE.
036000     MOVE "O"                     TO  GLCKL-STATUS-SW.
036100     MOVE ZERO                    TO  GLCKL-COMPLETED-DATE.
036200     MOVE ZERO                    TO  GLCKL-COMPLETED-TIME.
036300
036400     WRITE GLCKL-RECORD.
036500     IF  NOT WS-CKL-OK
036600         DISPLAY "GLCKLGEN - ERROR WRITING GLCLSCKL, STATUS "
036700                 WS-CKL-STATUS
036800         STOP RUN.
036900
037000     ADD 1                        TO  WS-ADDED-CNT.
037100     IF  WS-DUE-DATE IS EQUAL TO ZERO
037200         ADD 1                    TO  WS-NO-DUE-CNT.
037300 2200-EXIT.
037400     EXIT.
037500
037600*****************************************************************
037700* 3000-FIND-DUE-DATE - COUNT THE TASK'S DUE WORKDAY ON THE      *
037800*                      PROCESSING CALENDAR: FORWARD FROM THE    *
037900*                      DAY AFTER THE PERIOD END FOR A POSITIVE  *
038000*                      WORKDAY, BACKWARD FROM THE PERIOD END    *
038100*                      (THE LAST BUSINESS DAY BEING WORKDAY 0)  *
038200*                      OTHERWISE                                *
038300*****************************************************************
038400 3000-FIND-DUE-DATE.
038500     MOVE ZERO                    TO  WS-DUE-DATE.
038600     MOVE ZERO                    TO  WS-WORKDAYS-FOUND.
038700     MOVE "N"                     TO  WS-CAL-DONE-SW.
038800     MOVE WS-PERIOD-END-DATE      TO  GLCAL-DATE.
038900
039000     IF  GLCTT-DUE-WORKDAY IS GREATER THAN ZERO
039100         MOVE GLCTT-DUE-WORKDAY   TO  WS-WORKDAYS-WANTED
039200         START CAL-FILE
039300             KEY IS GREATER THAN GLCAL-KEY
039400             INVALID KEY
039500                 GO TO 3000-EXIT
039600         END-START
039700         PERFORM 3100-COUNT-FORWARD THRU 3100-EXIT
039800             UNTIL WS-CAL-DONE
039900         GO TO 3000-EXIT.
040000
040100     SUBTRACT GLCTT-DUE-WORKDAY FROM 1
040200         GIVING WS-WORKDAYS-WANTED.
040300     START CAL-FILE
040400         KEY IS NOT GREATER THAN GLCAL-KEY
040500         INVALID KEY
040600             GO TO 3000-EXIT.
040700     PERFORM 3200-COUNT-BACKWARD  THRU 3200-EXIT
040800         UNTIL WS-CAL-DONE.
040900 3000-EXIT.
041000     EXIT.
041100
041200*****************************************************************
041300* 3100-COUNT-FORWARD - NEXT CALENDAR DAY; THE WANTED BUSINESS   *
041400*                      DAY IS THE DUE DATE                      *
041500*****************************************************************
041600 3100-COUNT-FORWARD.
041700     READ CAL-FILE NEXT RECORD
041800         AT END
041900             MOVE "Y"             TO  WS-CAL-DONE-SW
042000             GO TO 3100-EXIT.
042100
042200     IF  NOT GLCAL-IS-BUS-DAY
042300         GO TO 3100-EXIT.
042400
042500     ADD 1                        TO  WS-WORKDAYS-FOUND.
042600     IF  WS-WORKDAYS-FOUND IS EQUAL TO WS-WORKDAYS-WANTED
042700         MOVE GLCAL-DATE          TO  WS-DUE-DATE
042800         MOVE "Y"                 TO  WS-CAL-DONE-SW.
042900 3100-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300* 3200-COUNT-BACKWARD - PREVIOUS CALENDAR DAY; THE WANTED       *
043400*                       BUSINESS DAY IS THE DUE DATE            *
043500*****************************************************************
043600 3200-COUNT-BACKWARD.
043700     READ CAL-FILE PREVIOUS RECORD
043800         AT END
043900             MOVE "Y"             TO  WS-CAL-DONE-SW
044000             GO TO 3200-EXIT.
044100
044200     IF  NOT GLCAL-IS-BUS-DAY
044300         GO TO 3200-EXIT.
044400
044500     ADD 1                        TO  WS-WORKDAYS-FOUND.
044600     IF  WS-WORKDAYS-FOUND IS EQUAL TO WS-WORKDAYS-WANTED
044700         MOVE GLCAL-DATE          TO  WS-DUE-DATE
044800         MOVE "Y"                 TO  WS-CAL-DONE-SW.
044900 3200-EXIT.
045000     EXIT.
045100
045200*****************************************************************
045300* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY THE RUN SUMMARY  *
045400*****************************************************************
045500 9000-TERMINATE.
045600     CLOSE COA-FILE.
045700     CLOSE TPL-FILE.
045800     CLOSE CKL-FILE.
045900     CLOSE FCL-FILE.
046000     CLOSE CAL-FILE.
046100
046200     DISPLAY "GLCKLGEN - COMPANIES:          " WS-CO-CNT.
046300     DISPLAY "GLCKLGEN - TASKS OPENED:       " WS-ADDED-CNT.
046400     DISPLAY "GLCKLGEN - TASKS ALREADY OPEN: " WS-KEPT-CNT.
046500     IF  WS-NO-DUE-CNT IS GREATER THAN ZERO
046600         DISPLAY "GLCKLGEN - WARNING, " WS-NO-DUE-CNT
046700                 " TASKS HAVE NO DUE DATE - PROCESSING "
046800                 "CALENDAR NOT LOADED THAT FAR".
046900 9000-EXIT.
047000     EXIT.
047100
047200 9999-EXIT.
047300     STOP RUN.
