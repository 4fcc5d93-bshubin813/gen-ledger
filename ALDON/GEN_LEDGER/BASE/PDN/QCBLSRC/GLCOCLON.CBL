000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLCOCLON.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLCOCLON  -  NEW-COMPANY SETUP BY CLONING A TEMPLATE COMPANY *
001000*                                                               *
001100*  STANDS UP A NEW COMPANY CODE FROM AN EXISTING (SOURCE)       *
001200*  COMPANY IN ONE RUN INSTEAD OF DAYS OF SCREEN KEYING:         *
001300*    - EVERY ACTIVE CHART ROW (GLCOAREC) IS COPIED WITH ZERO    *
001400*      CURRENT AND PRIOR-YEAR BALANCES, THE RETAINED-EARNINGS,  *
001500*      CASH AND TYPE/NORMAL-BALANCE SETTINGS CARRIED;           *
001600*    - THE SOURCE'S PERIOD-CONTROL ROWS (GLPERREC) FOR THE OPEN *
001700*      FISCAL YEAR ARE COPIED WITH THEIR STATUS;                *
001800*    - EACH ACTIVE INTERCOMPANY DESIGNATION (GLICAREC) THE      *
001900*      SOURCE HOLDS AGAINST ANOTHER EXISTING COMPANY IS COPIED  *
002000*      IN BOTH DIRECTIONS - NEW-TO-PARTNER WITH THE SOURCE'S    *
002100*      ACCOUNTS, PARTNER-TO-NEW WITH THE PARTNER'S ACCOUNTS -   *
002200*      SO GLICBAL FINDS THE PAIR IT NEEDS;                      *
002300*    - EACH USER IN THE CALLER'S LIST IS GIVEN, ON THE NEW      *
002400*      COMPANY, THE POST/INQUIRE AUTHORITY (GLUSRREC) THE USER  *
002500*      HOLDS ON THE SOURCE; A USER WITH NO SOURCE AUTHORITY IS  *
002600*      REPORTED AND GIVEN NONE.                                 *
002700*  A ROW ALREADY ON FILE FOR THE NEW COMPANY IS LEFT AS IT IS   *
002800*  AND COUNTED, SO A RERUN COMPLETES A HALF-CONFIGURED COMPANY. *
002900*  MODE "P" (PREVIEW) REPORTS WHAT WOULD BE CREATED AND WRITES  *
003000*  NOTHING; MODE "U" CREATES THE ROWS.  EVERY CREATED ROW IS    *
003100*  AUDITED - CHART, INTERCOMPANY AND AUTHORITY ROWS TO THE      *
003200*  POSTING LOG (ACTION CODE "M", AS GLCOAMNT, GLREFMNT AND      *
003300*  GLUSRMNT DO), PERIOD ROWS TO THE PERIOD STATUS AUDIT FILE    *
003400*  (GLPLGREC, AS GLPERMNT DOES).                                *
003500*                                                               *
003600*---------------------------------------------------------------*
003700*  MODIFICATION HISTORY                                         *
003800*---------------------------------------------------------------*
003900*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003910*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
003920*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-ISERIES.
004400 OBJECT-COMPUTER.   IBM-ISERIES.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT COA-FILE   ASSIGN TO GLCOA
004800         ORGANIZATION IS INDEXED
004900         ACCESS       IS DYNAMIC
005000         RECORD KEY   IS GLCOA-KEY
005100         FILE STATUS  IS WS-COA-STATUS.
005200
005300     SELECT PER-FILE   ASSIGN TO GLPERIOD
005400         ORGANIZATION IS INDEXED
005500         ACCESS       IS DYNAMIC
005600         RECORD KEY   IS GLPER-KEY
005700         FILE STATUS  IS WS-PER-STATUS.
005800
005900     SELECT ICA-FILE   ASSIGN TO GLICACCT
006000         ORGANIZATION IS INDEXED
006100         ACCESS       IS DYNAMIC
006200         RECORD KEY   IS GLICA-KEY
006300         FILE STATUS  IS WS-ICA-STATUS.
006400
006500     SELECT USR-FILE   ASSIGN TO GLUSRAUT
006600         ORGANIZATION IS INDEXED
006700         ACCESS       IS DYNAMIC
006800         RECORD KEY   IS GLUSR-KEY
006900         FILE STATUS  IS WS-USR-STATUS.
007000
007100     SELECT FCL-FILE   ASSIGN TO GLFSCAL
007200         ORGANIZATION IS INDEXED
007300         ACCESS       IS DYNAMIC
007400         RECORD KEY   IS GLFCL-KEY
007500         FILE STATUS  IS WS-FCL-STATUS.
007600
007700     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS  IS WS-LOG-STATUS.
008000
008100     SELECT PLG-FILE   ASSIGN TO GLPERLOG
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS  IS WS-PLG-STATUS.
008400
008500     SELECT RPT-FILE   ASSIGN TO GLCLNRPTP
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS  IS WS-RPT-STATUS.
008800
008900/
009000*****************************************************************
009100* D A T A   D I V I S I O N                                     *
009200*****************************************************************
009300 DATA DIVISION.
009400 FILE SECTION.
009500
009600 FD  COA-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY GLCOAREC.
009900
010000 FD  PER-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY GLPERREC.
010300
010400 FD  ICA-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY GLICAREC.
010700
010800 FD  USR-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY GLUSRREC.
011100
011200 FD  FCL-FILE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY GLFCLREC.
011500
011600 FD  LOG-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORDING MODE IS F.
011900     COPY GLLOGREC.
012000
012100 FD  PLG-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORDING MODE IS F.
012400     COPY GLPLGREC.
012500
012600 FD  RPT-FILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORDING MODE IS F.
012900     COPY GLCLNPRT.
013000
013100/
013200*****************************************************************
013300* W O R K I N G   S T O R A G E   S E C T I O N                 *
013400*****************************************************************
013500 WORKING-STORAGE SECTION.
013600
013700 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
013800     88  WS-COA-OK                       VALUE "00".
013900     88  WS-COA-EOF                      VALUE "10".
014000
014100 77  WS-PER-STATUS              PIC X(02) VALUE SPACES.
014200     88  WS-PER-OK                       VALUE "00".
014300     88  WS-PER-EOF                      VALUE "10".
014400
014500 77  WS-ICA-STATUS              PIC X(02) VALUE SPACES.
014600     88  WS-ICA-OK                       VALUE "00".
014700     88  WS-ICA-EOF                      VALUE "10".
014800
014900 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
015000     88  WS-USR-OK                       VALUE "00".
015100
015200 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
015300     88  WS-FCL-OK                       VALUE "00".
015400
015500 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
015600     88  WS-LOG-OK                       VALUE "00".
015700
015800 77  WS-PLG-STATUS              PIC X(02) VALUE SPACES.
015900     88  WS-PLG-OK                       VALUE "00".
016000
016100 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
016200
016300 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
016400 77  WS-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
016500 77  WS-YEAR-FIRST-PERIOD       PIC 9(06) VALUE ZERO.
016600 77  WS-YEAR-LAST-PERIOD        PIC 9(06) VALUE ZERO.
016700
016800 77  WS-PARM-SW                 PIC X(01) VALUE "Y".
016900     88  WS-PARMS-OK                     VALUE "Y".
017000 77  WS-PARM-MESSAGE            PIC X(50) VALUE SPACES.
017100
017200 77  WS-SRC-ACCT-CNT            PIC 9(07) BINARY VALUE ZERO.
017300 77  WS-SRC-RE-CNT              PIC 9(07) BINARY VALUE ZERO.
017400
017500 01  WS-COA-HOLD                PIC X(60) VALUE SPACES.
017600 01  WS-PER-HOLD                PIC X(20) VALUE SPACES.
017700
017800 01  WS-COA-SAVE-KEY.
017900     05  WS-CSK-CO-CODE         PIC X(03).
018000     05  WS-CSK-ACCT-NO         PIC 9(06).
018100 01  WS-PER-SAVE-KEY.
018200     05  WS-PSK-CO-CODE         PIC X(03).
018300     05  WS-PSK-PERIOD          PIC 9(06).
018400
018500*---------------------------------------------------------------*
018600*  THE SOURCE COMPANY'S INTERCOMPANY DESIGNATIONS, LOADED SO    *
018700*  THE PARTNER ROWS CAN BE READ WITHOUT LOSING THE BROWSE       *
018800*---------------------------------------------------------------*
018900 77  WS-ICP-MAX                 PIC 9(04) BINARY VALUE 100.
019000 77  WS-ICP-CNT                 PIC 9(04) BINARY VALUE ZERO.
019100 77  WS-IX                      PIC 9(04) BINARY VALUE ZERO.
019200 01  WS-ICP-TABLE.
019300     05  WS-ICP-ENTRY           OCCURS 100 TIMES.
019400         10  WS-ICP-PARTNER     PIC X(03).
019500         10  WS-ICP-ACCT-NO     PIC 9(06).
019600         10  WS-ICP-SETTLE-NO   PIC 9(06).
019700
019800 77  WS-UX                      PIC 9(04) BINARY VALUE ZERO.
019900
020000*---------------------------------------------------------------*
020100*  RUN COUNTS                                                   *
020200*---------------------------------------------------------------*
020300 77  WS-COA-NEW-CNT             PIC 9(07) BINARY VALUE ZERO.
020400 77  WS-COA-ON-FILE-CNT         PIC 9(07) BINARY VALUE ZERO.
020500 77  WS-COA-SKIP-CNT            PIC 9(07) BINARY VALUE ZERO.
020600 77  WS-PER-NEW-CNT             PIC 9(07) BINARY VALUE ZERO.
020700 77  WS-PER-ON-FILE-CNT         PIC 9(07) BINARY VALUE ZERO.
020800 77  WS-ICA-NEW-CNT             PIC 9(07) BINARY VALUE ZERO.
020900 77  WS-ICA-ON-FILE-CNT         PIC 9(07) BINARY VALUE ZERO.
021000 77  WS-ICA-MISSING-CNT         PIC 9(07) BINARY VALUE ZERO.
021100 77  WS-USR-NEW-CNT             PIC 9(07) BINARY VALUE ZERO.
021200 77  WS-USR-ON-FILE-CNT         PIC 9(07) BINARY VALUE ZERO.
021300 77  WS-USR-NONE-CNT            PIC 9(07) BINARY VALUE ZERO.
021400 77  WS-LOG-CNT                 PIC 9(07) BINARY VALUE ZERO.
021500
021600 77  WS-ALERT-EVENT             PIC X(04) VALUE SPACES.
021700 77  WS-ALERT-PGM               PIC X(10) VALUE "GLCOCLON".
021800 77  WS-ALERT-CNT               PIC 9(07) VALUE ZERO.
021900 77  WS-ALERT-TEXT              PIC X(60) VALUE SPACES.
022000
022100 77  WS-LOG-ACCT                PIC 9(06) VALUE ZERO.
022200
022300 01  WS-COUNT-LINE.
022400     05  WS-CNT-LABEL           PIC X(40).
022500     05  WS-CNT-VALUE           PIC ZZZZZZ9.
022600
022700 01  WS-DTL-LINE.
022800     05  WS-DL-WHAT             PIC X(12).
022900     05  WS-DL-KEY              PIC X(20).
023000     05  WS-DL-TEXT             PIC X(32).
023100     05  WS-DL-OUTCOME          PIC X(16).
023200
023300 01  WS-DTL-KEY-WORK.
023400     05  WS-DK-PART-1           PIC X(10).
023500     05  FILLER                 PIC X(01) VALUE SPACES.
023600     05  WS-DK-PART-2           PIC X(09).
023700
023710     COPY GLLCHREC.
023720
023800/
023900****************************************************************
024000* L I N K A G E   S E C T I O N                                *
024100*                                                               *
024200* WS-CLONE-PARM NAMES THE SOURCE AND NEW COMPANY CODES, THE     *
024300* MODE ("P" PREVIEW, "U" UPDATE - ANYTHING ELSE PREVIEWS) AND   *
024400* UP TO TEN USER PROFILES TO BE GIVEN AUTHORITY ON THE NEW      *
024500* COMPANY (BLANK ENTRIES ARE IGNORED).                          *
024600****************************************************************
024700 LINKAGE SECTION.
024800 01  WS-USER-ID                 PIC X(10).
024900 01  WS-CLONE-PARM.
025000     05  WS-CLN-SRC-CO          PIC X(03).
025100     05  WS-CLN-NEW-CO          PIC X(03).
025200     05  WS-CLN-MODE            PIC X(01).
025300         88  WS-CLN-UPDATE               VALUE "U".
025400     05  WS-CLN-USER            PIC X(10) OCCURS 10 TIMES.
025500/
025600*****************************************************************
025700* P R O C E D U R E   D I V I S I O N                           *
025800*****************************************************************
025900 PROCEDURE DIVISION      USING WS-USER-ID
026000                               WS-CLONE-PARM.
026100
026200*****************************************************************
026300* 0000-MAINLINE                                                 *
026400*****************************************************************
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
026700     PERFORM 1100-CHECK-PARMS         THRU 1100-EXIT.
026800     IF  WS-PARMS-OK
026900         PERFORM 1200-FIND-FISCAL-PERIOD THRU 1200-EXIT
027000         PERFORM 2000-CLONE-CHART     THRU 2000-EXIT
027100         PERFORM 3000-CLONE-PERIODS   THRU 3000-EXIT
027200         PERFORM 4000-CLONE-INTERCO   THRU 4000-EXIT
027300         PERFORM 5000-GRANT-AUTHORITY THRU 5000-EXIT
027400         PERFORM 8000-PRINT-CONTROL   THRU 8000-EXIT.
027500     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
027600     GO TO 9999-EXIT.
027700
027800*****************************************************************
027900* 1000-INITIALIZE - OPEN THE FILES AND HEAD THE REPORT          *
028000*****************************************************************
028100 1000-INITIALIZE.
028200     IF  NOT WS-CLN-UPDATE
028300         MOVE "P"                 TO  WS-CLN-MODE.
028400
028500     OPEN I-O    COA-FILE.
028600     OPEN I-O    PER-FILE.
028700     OPEN I-O    ICA-FILE.
028800     OPEN I-O    USR-FILE.
028900     OPEN INPUT  FCL-FILE.
029000     OPEN EXTEND LOG-FILE.
029100     OPEN EXTEND PLG-FILE.
029200     OPEN OUTPUT RPT-FILE.
029300
029400     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
029500
029600     MOVE SPACES                  TO  GLCLNP-RECORD.
029700     IF  WS-CLN-UPDATE
029800         MOVE "GL COMPANY SETUP FROM TEMPLATE - UPDATE RUN"
029900                                  TO  GLCLNP-RECORD
030000     ELSE
030100         MOVE "GL COMPANY SETUP FROM TEMPLATE - PREVIEW ONLY"
030200                                  TO  GLCLNP-RECORD.
030300     WRITE GLCLNP-RECORD.
030400
030500     MOVE SPACES                  TO  GLCLNP-RECORD.
030600     MOVE "SOURCE COMPANY"        TO  GLCLNP-RECORD.
030700     MOVE WS-CLN-SRC-CO           TO  GLCLNP-RECORD (21:3).
030800     MOVE "NEW COMPANY"           TO  GLCLNP-RECORD (31:11).
030900     MOVE WS-CLN-NEW-CO           TO  GLCLNP-RECORD (44:3).
031000     MOVE "RUN DATE"              TO  GLCLNP-RECORD (53:8).
031100     MOVE WS-TODAY-DATE           TO  GLCLNP-RECORD (63:8).
031200     WRITE GLCLNP-RECORD.
031300     MOVE SPACES                  TO  GLCLNP-RECORD.
031400     WRITE GLCLNP-RECORD.
031500 1000-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900* 1100-CHECK-PARMS - THE NEW CODE MUST DIFFER FROM THE SOURCE,  *
032000*                    AND THE SOURCE MUST HAVE A CHART WITH A    *
032100*                    RETAINED-EARNINGS ACCOUNT FOR GLCLOSE      *
032200*****************************************************************
032300 1100-CHECK-PARMS.
032400     IF  WS-CLN-NEW-CO IS EQUAL TO SPACES
032500     OR  WS-CLN-SRC-CO IS EQUAL TO SPACES
032600         MOVE "SOURCE AND NEW COMPANY CODES ARE BOTH REQUIRED"
032700                                  TO  WS-PARM-MESSAGE
032800         GO TO 1100-REJECT.
032900
033000     IF  WS-CLN-NEW-CO IS EQUAL TO WS-CLN-SRC-CO
033100         MOVE "NEW COMPANY CODE IS THE SOURCE COMPANY CODE"
033200                                  TO  WS-PARM-MESSAGE
033300         GO TO 1100-REJECT.
033400
033500     MOVE WS-CLN-SRC-CO           TO  GLCOA-CO-CODE.
033600     MOVE ZERO                    TO  GLCOA-ACCT-NO.
033700     START COA-FILE
033800         KEY IS NOT LESS THAN GLCOA-KEY
033900         INVALID KEY
034000             MOVE "10"            TO  WS-COA-STATUS.
034100     PERFORM 1110-COUNT-SOURCE-ACCT THRU 1110-EXIT
034200         UNTIL WS-COA-EOF.
034300
034400     IF  WS-SRC-ACCT-CNT IS EQUAL TO ZERO
034500         MOVE "SOURCE COMPANY HAS NO ACTIVE CHART OF ACCOUNTS"
034600                                  TO  WS-PARM-MESSAGE
034700         GO TO 1100-REJECT.
034800
034900     IF  WS-SRC-RE-CNT IS EQUAL TO ZERO
035000         MOVE "SOURCE COMPANY HAS NO RETAINED-EARNINGS ACCOUNT"
035100                                  TO  WS-PARM-MESSAGE
035200         GO TO 1100-REJECT.
035300
035400     GO TO 1100-EXIT.
035500
035600 1100-REJECT.
035700     MOVE "N"                     TO  WS-PARM-SW.
035800     MOVE WS-PARM-MESSAGE         TO  GLCLNP-RECORD.
035900     WRITE GLCLNP-RECORD.
036000     DISPLAY "GLCOCLON - " WS-PARM-MESSAGE.
036100 1100-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500* 1110-COUNT-SOURCE-ACCT                                        *
036600*****************************************************************
036700 1110-COUNT-SOURCE-ACCT.
036800     READ COA-FILE NEXT RECORD
036900         AT END
037000             MOVE "10"            TO  WS-COA-STATUS
037100             GO TO 1110-EXIT.
037200
037300     IF  GLCOA-CO-CODE IS NOT EQUAL TO WS-CLN-SRC-CO
037400         MOVE "10"                TO  WS-COA-STATUS
037500         GO TO 1110-EXIT.
037600
037700     IF  GLCOA-IS-INACTIVE
037800         GO TO 1110-EXIT.
037900
038000     ADD 1                        TO  WS-SRC-ACCT-CNT.
038100     IF  GLCOA-IS-RE-ACCOUNT
038200         ADD 1                    TO  WS-SRC-RE-CNT.
038300 1110-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700* 1200-FIND-FISCAL-PERIOD - LOOK TODAY UP ON THE FISCAL         *
038800*                           CALENDAR (FALLING BACK TO THE       *
038900*                           CALENDAR MONTH); ITS YEAR IS THE    *
039000*                           OPEN FISCAL YEAR, PERIODS 01 TO 13  *
039100*****************************************************************
039200 1200-FIND-FISCAL-PERIOD.
039300     MOVE WS-TODAY-DATE (1:6)     TO  WS-FISCAL-PERIOD.
039400
039500     MOVE WS-TODAY-DATE           TO  GLFCL-END-DATE.
039600     START FCL-FILE
039700         KEY IS NOT LESS THAN GLFCL-KEY
039800         INVALID KEY
039900             GO TO 1200-SET-YEAR.
040000
040100     READ FCL-FILE NEXT RECORD
040200         AT END
040300             GO TO 1200-SET-YEAR.
040400
040500     IF  GLFCL-START-DATE IS GREATER THAN WS-TODAY-DATE
040600         GO TO 1200-SET-YEAR.
040700     MOVE GLFCL-PERIOD            TO  WS-FISCAL-PERIOD.
040800
040900 1200-SET-YEAR.
041000     MOVE WS-FISCAL-PERIOD        TO  WS-YEAR-FIRST-PERIOD.
041100     MOVE "01"                    TO  WS-YEAR-FIRST-PERIOD (5:2).
041200     MOVE WS-FISCAL-PERIOD        TO  WS-YEAR-LAST-PERIOD.
041300     MOVE "13"                    TO  WS-YEAR-LAST-PERIOD (5:2).
041400 1200-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800* 2000-CLONE-CHART - COPY EVERY ACTIVE SOURCE ACCOUNT           *
041900*****************************************************************
042000 2000-CLONE-CHART.
042100     MOVE WS-CLN-SRC-CO           TO  WS-CSK-CO-CODE.
042200     MOVE ZERO                    TO  WS-CSK-ACCT-NO.
042300     MOVE SPACES                  TO  WS-COA-STATUS.
042400
042500     MOVE WS-CSK-CO-CODE          TO  GLCOA-CO-CODE.
042600     MOVE WS-CSK-ACCT-NO          TO  GLCOA-ACCT-NO.
042700     START COA-FILE
042800         KEY IS NOT LESS THAN GLCOA-KEY
042900         INVALID KEY
043000             MOVE "10"            TO  WS-COA-STATUS.
043100
043200     PERFORM 2100-CLONE-ONE-ACCOUNT THRU 2100-EXIT
043300         UNTIL WS-COA-EOF.
043400 2000-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800* 2100-CLONE-ONE-ACCOUNT - THE NEW COMPANY'S ROWS SIT ELSEWHERE *
043900*                          IN THE FILE, SO AFTER EACH LOOKUP    *
044000*                          THE BROWSE RESTARTS PAST THE SAVED   *
044100*                          SOURCE KEY                           *
044200*****************************************************************
044300 2100-CLONE-ONE-ACCOUNT.
044400     READ COA-FILE NEXT RECORD
044500         AT END
044600             MOVE "10"            TO  WS-COA-STATUS
044700             GO TO 2100-EXIT.
044800
044900     IF  GLCOA-CO-CODE IS NOT EQUAL TO WS-CLN-SRC-CO
045000         MOVE "10"                TO  WS-COA-STATUS
045100         GO TO 2100-EXIT.
045200
045300     IF  GLCOA-IS-INACTIVE
045400         ADD 1                    TO  WS-COA-SKIP-CNT
045500         GO TO 2100-EXIT.
045600
045700     MOVE GLCOA-KEY               TO  WS-COA-SAVE-KEY.
045800     MOVE GLCOA-RECORD            TO  WS-COA-HOLD.
045900
046000     MOVE WS-CLN-NEW-CO           TO  GLCOA-CO-CODE.
046100     READ COA-FILE
046200         INVALID KEY
046300             MOVE "23"            TO  WS-COA-STATUS.
046400     IF  WS-COA-OK
046500         ADD 1                    TO  WS-COA-ON-FILE-CNT
046600         GO TO 2100-RESTART.
046700
046800     MOVE WS-COA-HOLD             TO  GLCOA-RECORD.
046900     MOVE WS-CLN-NEW-CO           TO  GLCOA-CO-CODE.
047000     MOVE ZERO                    TO  GLCOA-CURR-BAL.
047100     MOVE ZERO                    TO  GLCOA-PRIOR-YR-BAL.
047200
047300     MOVE "CHART"                 TO  WS-DL-WHAT.
047400     MOVE GLCOA-CO-CODE           TO  WS-DK-PART-1.
047500     MOVE GLCOA-ACCT-NO           TO  WS-DK-PART-2.
047600     MOVE GLCOA-DESC              TO  WS-DL-TEXT.
047700
047800     IF  WS-CLN-UPDATE
047900         WRITE GLCOA-RECORD
048000         IF  NOT WS-COA-OK
048100             DISPLAY "GLCOCLON - ERROR WRITING GLCOA, STATUS "
048200                     WS-COA-STATUS
048300             PERFORM 9500-FAIL-RUN THRU 9500-EXIT
048400         END-IF
048500         MOVE GLCOA-ACCT-NO       TO  WS-LOG-ACCT
048600         PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
048700
048800     ADD 1                        TO  WS-COA-NEW-CNT.
048900     PERFORM 7500-PRINT-DETAIL    THRU 7500-EXIT.
049000
049100 2100-RESTART.
049200     MOVE WS-COA-SAVE-KEY         TO  GLCOA-KEY.
049300     START COA-FILE
049400         KEY IS GREATER THAN GLCOA-KEY
049500         INVALID KEY
049600             MOVE "10"            TO  WS-COA-STATUS.
049700 2100-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100* 3000-CLONE-PERIODS - COPY THE SOURCE'S PERIOD-CONTROL ROWS    *
050200*                      FOR THE OPEN FISCAL YEAR; A PERIOD WITH  *
050300*                      NO ROW IS OPEN, SO NONE IS INVENTED      *
050400*****************************************************************
050500 3000-CLONE-PERIODS.
050600     MOVE WS-CLN-SRC-CO           TO  GLPER-CO-CODE.
050700     MOVE WS-YEAR-FIRST-PERIOD    TO  GLPER-PERIOD.
050800     MOVE SPACES                  TO  WS-PER-STATUS.
050900     START PER-FILE
051000         KEY IS NOT LESS THAN GLPER-KEY
051100         INVALID KEY
051200             MOVE "10"            TO  WS-PER-STATUS.
051300
051400     PERFORM 3100-CLONE-ONE-PERIOD THRU 3100-EXIT
051500         UNTIL WS-PER-EOF.
051600 3000-EXIT.
051700     EXIT.
051800
051900*****************************************************************
052000* 3100-CLONE-ONE-PERIOD                                         *
052100*****************************************************************
052200 3100-CLONE-ONE-PERIOD.
052300     READ PER-FILE NEXT RECORD
052400         AT END
052500             MOVE "10"            TO  WS-PER-STATUS
052600             GO TO 3100-EXIT.
052700
052800     IF  GLPER-CO-CODE IS NOT EQUAL TO WS-CLN-SRC-CO
052900     OR  GLPER-PERIOD IS GREATER THAN WS-YEAR-LAST-PERIOD
053000         MOVE "10"                TO  WS-PER-STATUS
053100         GO TO 3100-EXIT.
053200
053300     MOVE GLPER-KEY               TO  WS-PER-SAVE-KEY.
053400     MOVE GLPER-RECORD            TO  WS-PER-HOLD.
053500
053600     MOVE WS-CLN-NEW-CO           TO  GLPER-CO-CODE.
053700     READ PER-FILE
053800         INVALID KEY
053900             MOVE "23"            TO  WS-PER-STATUS.
054000     IF  WS-PER-OK
054100         ADD 1                    TO  WS-PER-ON-FILE-CNT
054200         GO TO 3100-RESTART.
054300
054400     MOVE WS-PER-HOLD             TO  GLPER-RECORD.
054500     MOVE WS-CLN-NEW-CO           TO  GLPER-CO-CODE.
054600
054700     MOVE "PERIOD"                TO  WS-DL-WHAT.
054800     MOVE GLPER-CO-CODE           TO  WS-DK-PART-1.
054900     MOVE GLPER-PERIOD            TO  WS-DK-PART-2.
055000     MOVE SPACES                  TO  WS-DL-TEXT.
055100     IF  GLPER-IS-CLOSED
055200         MOVE "CLOSED"            TO  WS-DL-TEXT
055300     ELSE
055400         MOVE "OPEN"              TO  WS-DL-TEXT.
055500
055600     IF  WS-CLN-UPDATE
055700         WRITE GLPER-RECORD
055800         IF  NOT WS-PER-OK
055900             DISPLAY "GLCOCLON - ERROR WRITING GLPERIOD, STATUS "
056000                     WS-PER-STATUS
056100             PERFORM 9500-FAIL-RUN THRU 9500-EXIT
056200         END-IF
056300         PERFORM 7100-WRITE-PERIOD-AUDIT THRU 7100-EXIT.
056400
056500     ADD 1                        TO  WS-PER-NEW-CNT.
056600     PERFORM 7500-PRINT-DETAIL    THRU 7500-EXIT.
056700
056800 3100-RESTART.
056900     MOVE WS-PER-SAVE-KEY         TO  GLPER-KEY.
057000     START PER-FILE
057100         KEY IS GREATER THAN GLPER-KEY
057200         INVALID KEY
057300             MOVE "10"            TO  WS-PER-STATUS.
057400 3100-EXIT.
057500     EXIT.
057600
057700*****************************************************************
057800* 4000-CLONE-INTERCO - LOAD THE SOURCE'S ACTIVE DESIGNATIONS,   *
057900*                      THEN CREATE BOTH DIRECTIONS OF EACH PAIR *
058000*                      FOR THE NEW COMPANY                      *
058100*****************************************************************
058200 4000-CLONE-INTERCO.
058300     MOVE WS-CLN-SRC-CO           TO  GLICA-CO-CODE.
058400     MOVE LOW-VALUES              TO  GLICA-PARTNER-CO.
058500     MOVE SPACES                  TO  WS-ICA-STATUS.
058600     START ICA-FILE
058700         KEY IS NOT LESS THAN GLICA-KEY
058800         INVALID KEY
058900             MOVE "10"            TO  WS-ICA-STATUS.
059000
059100     PERFORM 4100-LOAD-ONE-PAIR   THRU 4100-EXIT
059200         UNTIL WS-ICA-EOF.
059300
059400     PERFORM 4200-CLONE-ONE-PAIR  THRU 4200-EXIT
059500         VARYING WS-IX FROM 1 BY 1
059600         UNTIL WS-IX IS GREATER THAN WS-ICP-CNT.
059700 4000-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100* 4100-LOAD-ONE-PAIR - A PAIR WITH THE NEW COMPANY ITSELF IS    *
060200*                      NOT COPIED                               *
060300*****************************************************************
060400 4100-LOAD-ONE-PAIR.
060500     READ ICA-FILE NEXT RECORD
060600         AT END
060700             MOVE "10"            TO  WS-ICA-STATUS
060800             GO TO 4100-EXIT.
060900
061000     IF  GLICA-CO-CODE IS NOT EQUAL TO WS-CLN-SRC-CO
061100         MOVE "10"                TO  WS-ICA-STATUS
061200         GO TO 4100-EXIT.
061300
061400     IF  GLICA-IS-INACTIVE
061500     OR  GLICA-PARTNER-CO IS EQUAL TO WS-CLN-NEW-CO
061600         GO TO 4100-EXIT.
061700
061800     IF  WS-ICP-CNT IS NOT LESS THAN WS-ICP-MAX
061900         DISPLAY "GLCOCLON - MORE THAN 100 INTERCOMPANY PAIRS, "
062000                 "REST NOT COPIED"
062100         MOVE "10"                TO  WS-ICA-STATUS
062200         GO TO 4100-EXIT.
062300
062400     ADD 1                        TO  WS-ICP-CNT.
062500     MOVE GLICA-PARTNER-CO        TO  WS-ICP-PARTNER (WS-ICP-CNT).
062600     MOVE GLICA-ACCT-NO           TO  WS-ICP-ACCT-NO (WS-ICP-CNT).
062700     MOVE GLICA-SETTLE-ACCT-NO
062800                             TO  WS-ICP-SETTLE-NO (WS-ICP-CNT).
062900 4100-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300* 4200-CLONE-ONE-PAIR - NEW-TO-PARTNER CARRIES THE SOURCE'S     *
063400*                       ACCOUNTS (NOW ON THE NEW CHART);        *
063500*                       PARTNER-TO-NEW COPIES THE PARTNER'S     *
063600*                       ROW AGAINST THE SOURCE, WHICH MUST BE   *
063700*                       ON FILE AND ACTIVE                      *
063800*****************************************************************
063900 4200-CLONE-ONE-PAIR.
064000     MOVE WS-CLN-NEW-CO           TO  GLICA-CO-CODE.
064100     MOVE WS-ICP-PARTNER (WS-IX)  TO  GLICA-PARTNER-CO.
064200     READ ICA-FILE
064300         INVALID KEY
064400             MOVE "23"            TO  WS-ICA-STATUS.
064500     IF  WS-ICA-OK
064600         ADD 1                    TO  WS-ICA-ON-FILE-CNT
064700     ELSE
064800         MOVE SPACES              TO  GLICA-RECORD
064900         MOVE WS-CLN-NEW-CO       TO  GLICA-CO-CODE
065000         MOVE WS-ICP-PARTNER (WS-IX) TO GLICA-PARTNER-CO
065100         MOVE WS-ICP-ACCT-NO (WS-IX) TO GLICA-ACCT-NO
065200         MOVE WS-ICP-SETTLE-NO (WS-IX)
065300                                  TO  GLICA-SETTLE-ACCT-NO
065400         PERFORM 4300-WRITE-PAIR  THRU 4300-EXIT.
065500
065600     MOVE WS-ICP-PARTNER (WS-IX)  TO  GLICA-CO-CODE.
065700     MOVE WS-CLN-SRC-CO           TO  GLICA-PARTNER-CO.
065800     READ ICA-FILE
065900         INVALID KEY
066000             MOVE "23"            TO  WS-ICA-STATUS.
066100     IF  NOT WS-ICA-OK
066200     OR  GLICA-IS-INACTIVE
066300         ADD 1                    TO  WS-ICA-MISSING-CNT
066400         MOVE "INTERCO"           TO  WS-DL-WHAT
066500         MOVE WS-ICP-PARTNER (WS-IX) TO WS-DK-PART-1
066600         MOVE WS-CLN-NEW-CO       TO  WS-DK-PART-2
066700         MOVE "PARTNER HAS NO ACTIVE ROW TO COPY"
066800                                  TO  WS-DL-TEXT
066900         MOVE "NOT CREATED"       TO  WS-DL-OUTCOME
067000         MOVE WS-DTL-KEY-WORK     TO  WS-DL-KEY
067100         MOVE WS-DTL-LINE         TO  GLCLNP-RECORD
067200         WRITE GLCLNP-RECORD
067300         GO TO 4200-EXIT.
067400
067500     MOVE WS-CLN-NEW-CO           TO  GLICA-PARTNER-CO.
067600     READ ICA-FILE
067700         INVALID KEY
067800             MOVE "23"            TO  WS-ICA-STATUS.
067900     IF  WS-ICA-OK
068000         ADD 1                    TO  WS-ICA-ON-FILE-CNT
068100         GO TO 4200-EXIT.
068200
068300     MOVE WS-ICP-PARTNER (WS-IX)  TO  GLICA-CO-CODE.
068400     MOVE WS-CLN-SRC-CO           TO  GLICA-PARTNER-CO.
068500     READ ICA-FILE
068600         INVALID KEY
068700             DISPLAY "GLCOCLON - GLICACCT ROW VANISHED, STATUS "
068800                     WS-ICA-STATUS
068900             PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
069000     MOVE WS-CLN-NEW-CO           TO  GLICA-PARTNER-CO.
069100     PERFORM 4300-WRITE-PAIR      THRU 4300-EXIT.
069200 4200-EXIT.
069300     EXIT.
069400
069500*****************************************************************
069600* 4300-WRITE-PAIR - CREATE (OR, IN PREVIEW, LIST) THE PAIR ROW  *
069700*                   NOW IN THE RECORD AREA                      *
069800*****************************************************************
069900 4300-WRITE-PAIR.
070000     MOVE "INTERCO"               TO  WS-DL-WHAT.
070100     MOVE GLICA-CO-CODE           TO  WS-DK-PART-1.
070200     MOVE GLICA-PARTNER-CO        TO  WS-DK-PART-2.
070300     MOVE SPACES                  TO  WS-DL-TEXT.
070400     MOVE "ACCOUNT"               TO  WS-DL-TEXT.
070500     MOVE GLICA-ACCT-NO           TO  WS-DL-TEXT (9:6).
070600     MOVE "SETTLE"                TO  WS-DL-TEXT (17:6).
070700     MOVE GLICA-SETTLE-ACCT-NO    TO  WS-DL-TEXT (24:6).
070800
070900     IF  WS-CLN-UPDATE
071000         WRITE GLICA-RECORD
071100         IF  NOT WS-ICA-OK
071200             DISPLAY "GLCOCLON - ERROR WRITING GLICACCT, STATUS "
071300                     WS-ICA-STATUS
071400             PERFORM 9500-FAIL-RUN THRU 9500-EXIT
071500         END-IF
071600         MOVE GLICA-ACCT-NO       TO  WS-LOG-ACCT
071700         PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
071800
071900     ADD 1                        TO  WS-ICA-NEW-CNT.
072000     PERFORM 7500-PRINT-DETAIL    THRU 7500-EXIT.
072100 4300-EXIT.
072200     EXIT.
072300
072400*****************************************************************
072500* 5000-GRANT-AUTHORITY - GIVE EACH LISTED USER ON THE NEW       *
072600*                        COMPANY THE AUTHORITY THEY HOLD ON THE *
072700*                        SOURCE                                 *
072800*****************************************************************
072900 5000-GRANT-AUTHORITY.
073000     PERFORM 5100-GRANT-ONE-USER  THRU 5100-EXIT
073100         VARYING WS-UX FROM 1 BY 1
073200         UNTIL WS-UX IS GREATER THAN 10.
073300 5000-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700* 5100-GRANT-ONE-USER                                           *
073800*****************************************************************
073900 5100-GRANT-ONE-USER.
074000     IF  WS-CLN-USER (WS-UX) IS EQUAL TO SPACES
074100         GO TO 5100-EXIT.
074200
074300     MOVE "AUTHORITY"             TO  WS-DL-WHAT.
074400     MOVE WS-CLN-USER (WS-UX)     TO  WS-DK-PART-1.
074500     MOVE WS-CLN-NEW-CO           TO  WS-DK-PART-2.
074600
074700     MOVE WS-CLN-USER (WS-UX)     TO  GLUSR-USER-ID.
074800     MOVE WS-CLN-NEW-CO           TO  GLUSR-CO-CODE.
074900     READ USR-FILE
075000         INVALID KEY
075100             MOVE "23"            TO  WS-USR-STATUS.
075200     IF  WS-USR-OK
075300         ADD 1                    TO  WS-USR-ON-FILE-CNT
075400         GO TO 5100-EXIT.
075500
075600     MOVE WS-CLN-SRC-CO           TO  GLUSR-CO-CODE.
075700     READ USR-FILE
075800         INVALID KEY
075900             ADD 1                TO  WS-USR-NONE-CNT
076000             MOVE "NO AUTHORITY ON THE SOURCE"
076100                                  TO  WS-DL-TEXT
076200             MOVE "NOT GRANTED"   TO  WS-DL-OUTCOME
076300             MOVE WS-DTL-KEY-WORK TO  WS-DL-KEY
076400             MOVE WS-DTL-LINE     TO  GLCLNP-RECORD
076500             WRITE GLCLNP-RECORD
076600             GO TO 5100-EXIT.
076700
076800     MOVE WS-CLN-NEW-CO           TO  GLUSR-CO-CODE.
076900     MOVE SPACES                  TO  WS-DL-TEXT.
077000     MOVE "POST"                  TO  WS-DL-TEXT.
077100     MOVE GLUSR-POST-SW           TO  WS-DL-TEXT (6:1).
077200     MOVE "INQUIRE"               TO  WS-DL-TEXT (9:7).
077300     MOVE GLUSR-INQUIRE-SW        TO  WS-DL-TEXT (17:1).
077400
077500     IF  WS-CLN-UPDATE
077600         WRITE GLUSR-RECORD
077700         IF  NOT WS-USR-OK
077800             DISPLAY "GLCOCLON - ERROR WRITING GLUSRAUT, STATUS "
077900                     WS-USR-STATUS
078000             PERFORM 9500-FAIL-RUN THRU 9500-EXIT
078100         END-IF
078200         MOVE ZERO                TO  WS-LOG-ACCT
078300         PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
078400
078500     ADD 1                        TO  WS-USR-NEW-CNT.
078600     PERFORM 7500-PRINT-DETAIL    THRU 7500-EXIT.
078700 5100-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100* 7000-WRITE-AUDIT-ROW - WRITE A GLLOGREC-STYLE AUDIT ROW FOR   *
079200*                        THE ROW JUST CREATED, ACTION CODE "M", *
079300*                        NO BALANCE ON EITHER SIDE              *
079400*****************************************************************
079500 7000-WRITE-AUDIT-ROW.
079600     MOVE WS-USER-ID              TO  GLLOG-USER-ID.
079700     ACCEPT GLLOG-DATE            FROM DATE YYYYMMDD.
079800     ACCEPT GLLOG-TIME            FROM TIME.
079900     MOVE ZERO                    TO  GLLOG-BATCH-NO.
080000     MOVE ZERO                    TO  GLLOG-LINE-NO.
080100     MOVE WS-LOG-ACCT             TO  GLLOG-ACCT-NO.
080200     MOVE "M"                     TO  GLLOG-DR-CR-CODE.
080300     MOVE ZERO                    TO  GLLOG-BAL-BEFORE.
080400     MOVE ZERO                    TO  GLLOG-BAL-AFTER.
080500
080510     MOVE "L"                     TO  GLLCH-FUNCTION.
080520     MOVE "N"                     TO  GLLCH-COMMIT-SW.
080530     CALL "GLLOGCHN"         USING GLLCH-AREA
080540                                   GLLOG-RECORD.
080600     WRITE GLLOG-RECORD.
080700     IF  NOT WS-LOG-OK
080800         DISPLAY "GLCOCLON - ERROR WRITING GLPSTLOG, STATUS "
080900                 WS-LOG-STATUS
081000         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
081100
081200     ADD 1                        TO  WS-LOG-CNT.
081300 7000-EXIT.
081400     EXIT.
081500
081600*****************************************************************
081700* 7100-WRITE-PERIOD-AUDIT - WRITE A PERIOD STATUS AUDIT ROW FOR *
081800*                           THE PERIOD ROW JUST CREATED (NO     *
081900*                           PRIOR STATUS)                       *
082000*****************************************************************
082100 7100-WRITE-PERIOD-AUDIT.
082200     MOVE WS-USER-ID              TO  GLPLG-USER-ID.
082300     ACCEPT GLPLG-DATE            FROM DATE YYYYMMDD.
082400     ACCEPT GLPLG-TIME            FROM TIME.
082500     MOVE GLPER-CO-CODE           TO  GLPLG-CO-CODE.
082600     MOVE GLPER-PERIOD            TO  GLPLG-PERIOD.
082700     MOVE SPACES                  TO  GLPLG-OLD-STATUS.
082800     MOVE GLPER-STATUS-SW         TO  GLPLG-NEW-STATUS.
082900     MOVE SPACES                  TO  GLPLG-REASON.
083000     STRING "COMPANY SETUP FROM "   DELIMITED BY SIZE
083100            WS-CLN-SRC-CO           DELIMITED BY SIZE
083200                                  INTO GLPLG-REASON.
083300
083400     WRITE GLPLG-RECORD.
083500     IF  NOT WS-PLG-OK
083600         DISPLAY "GLCOCLON - ERROR WRITING GLPERLOG, STATUS "
083700                 WS-PLG-STATUS
083800         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
083900
084000     ADD 1                        TO  WS-LOG-CNT.
084100 7100-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500* 7500-PRINT-DETAIL - PRINT ONE CREATED (OR TO-BE-CREATED) ROW  *
084600*****************************************************************
084700 7500-PRINT-DETAIL.
084800     MOVE WS-DTL-KEY-WORK         TO  WS-DL-KEY.
084900     IF  WS-CLN-UPDATE
085000         MOVE "CREATED"           TO  WS-DL-OUTCOME
085100     ELSE
085200         MOVE "WOULD CREATE"      TO  WS-DL-OUTCOME.
085300     MOVE WS-DTL-LINE             TO  GLCLNP-RECORD.
085400     WRITE GLCLNP-RECORD.
085500 7500-EXIT.
085600     EXIT.
085700
085800*****************************************************************
085900* 8000-PRINT-CONTROL - COUNT WHAT WAS (OR WOULD BE) CREATED     *
086000*****************************************************************
086100 8000-PRINT-CONTROL.
086200     MOVE SPACES                  TO  GLCLNP-RECORD.
086300     WRITE GLCLNP-RECORD.
086400
086500     MOVE SPACES                  TO  GLCLNP-RECORD.
086600     MOVE "OPEN FISCAL YEAR PERIODS" TO GLCLNP-RECORD.
086700     MOVE WS-YEAR-FIRST-PERIOD    TO  GLCLNP-RECORD (30:6).
086800     MOVE "TO"                    TO  GLCLNP-RECORD (37:2).
086900     MOVE WS-YEAR-LAST-PERIOD     TO  GLCLNP-RECORD (40:6).
087000     WRITE GLCLNP-RECORD.
087100
087200     MOVE "CHART ACCOUNTS CREATED" TO WS-CNT-LABEL.
087300     MOVE WS-COA-NEW-CNT          TO  WS-CNT-VALUE.
087400     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
087500
087600     MOVE "CHART ACCOUNTS ALREADY ON FILE" TO WS-CNT-LABEL.
087700     MOVE WS-COA-ON-FILE-CNT      TO  WS-CNT-VALUE.
087800     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
087900
088000     MOVE "INACTIVE SOURCE ACCOUNTS NOT COPIED" TO WS-CNT-LABEL.
088100     MOVE WS-COA-SKIP-CNT         TO  WS-CNT-VALUE.
088200     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
088300
088400     MOVE "PERIOD-CONTROL ROWS CREATED" TO WS-CNT-LABEL.
088500     MOVE WS-PER-NEW-CNT          TO  WS-CNT-VALUE.
088600     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
088700
088800     MOVE "PERIOD-CONTROL ROWS ALREADY ON FILE" TO WS-CNT-LABEL.
088900     MOVE WS-PER-ON-FILE-CNT      TO  WS-CNT-VALUE.
089000     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
089100
089200     MOVE "INTERCOMPANY ROWS CREATED" TO WS-CNT-LABEL.
089300     MOVE WS-ICA-NEW-CNT          TO  WS-CNT-VALUE.
089400     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
089500
089600     MOVE "INTERCOMPANY ROWS ALREADY ON FILE" TO WS-CNT-LABEL.
089700     MOVE WS-ICA-ON-FILE-CNT      TO  WS-CNT-VALUE.
089800     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
089900
090000     MOVE "INTERCOMPANY ROWS NOT CREATED" TO WS-CNT-LABEL.
090100     MOVE WS-ICA-MISSING-CNT      TO  WS-CNT-VALUE.
090200     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
090300
090400     MOVE "AUTHORITY ROWS CREATED" TO WS-CNT-LABEL.
090500     MOVE WS-USR-NEW-CNT          TO  WS-CNT-VALUE.
090600     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
090700
090800     MOVE "AUTHORITY ROWS ALREADY ON FILE" TO WS-CNT-LABEL.
090900     MOVE WS-USR-ON-FILE-CNT      TO  WS-CNT-VALUE.
091000     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
091100
091200     MOVE "USERS WITHOUT SOURCE AUTHORITY" TO WS-CNT-LABEL.
091300     MOVE WS-USR-NONE-CNT         TO  WS-CNT-VALUE.
091400     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
091500
091600     MOVE "AUDIT ROWS WRITTEN"    TO  WS-CNT-LABEL.
091700     MOVE WS-LOG-CNT              TO  WS-CNT-VALUE.
091800     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
091900 8000-EXIT.
092000     EXIT.
092100
092200*****************************************************************
092300* 8100-PRINT-COUNT                                              *
092400*****************************************************************
092500 8100-PRINT-COUNT.
092600     MOVE WS-COUNT-LINE           TO  GLCLNP-RECORD.
092700     WRITE GLCLNP-RECORD.
092800 8100-EXIT.
092900     EXIT.
093000
093100*****************************************************************
093200* 9000-TERMINATE - CLOSE ALL FILES                              *
093300*****************************************************************
093400 9000-TERMINATE.
093500     CLOSE COA-FILE.
093600     CLOSE PER-FILE.
093700     CLOSE ICA-FILE.
093800     CLOSE USR-FILE.
093900     CLOSE FCL-FILE.
093910     MOVE "E"                     TO  GLLCH-FUNCTION.
093920     CALL "GLLOGCHN"         USING GLLCH-AREA
093930                                   GLLOG-RECORD.
094000     CLOSE LOG-FILE.
094100     CLOSE PLG-FILE.
094200     CLOSE RPT-FILE.
094300
094400     DISPLAY "GLCOCLON - CHART ACCOUNTS CREATED: "
094500             WS-COA-NEW-CNT.
094600     DISPLAY "GLCOCLON - AUDIT ROWS WRITTEN:     "
094700             WS-LOG-CNT.
094800 9000-EXIT.
094900     EXIT.
095000
095100*****************************************************************
095200* 9500-FAIL-RUN - A SETUP WRITE FAILED (ALREADY ON THE JOB LOG):*
095300*                 ALERT THE OPERATORS AND STOP; A RERUN PICKS   *
095400*                 UP WHERE THIS ONE LEFT OFF                    *
095500*****************************************************************
095600 9500-FAIL-RUN.
095700     MOVE "FAIL"                  TO  WS-ALERT-EVENT.
095800     MOVE 1                       TO  WS-ALERT-CNT.
095900     MOVE "COMPANY SETUP FAILED AND STOPPED - SEE THE JOB LOG"
096000                                  TO  WS-ALERT-TEXT.
096100     CALL "GLALERT"          USING WS-ALERT-EVENT
096200                                   WS-ALERT-PGM
096300                                   WS-ALERT-CNT
096400                                   WS-ALERT-TEXT.
096500     STOP RUN.
096600 9500-EXIT.
096700     EXIT.
096800
096900 9999-EXIT.
097000     STOP RUN.
