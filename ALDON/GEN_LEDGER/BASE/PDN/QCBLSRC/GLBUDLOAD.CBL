002600*  PASS 2 (ONLY AFTER A CLEAN PASS 1) RE-READS THE FILE AND     *
002700*  WRITES OR REWRITES EACH CELL ON THE BUDGET MASTER.           *
002800*                                                               *
002810*  A DETAIL CARRYING A FORECAST VERSION (GLBFD-DTL-VERSION) IS  *
002820*  A REFORECAST, NOT A BUDGET CELL: PASS 1 ALSO PROVES THE      *
002830*  VERSION IS ON GLFCVER FOR THE COMPANY AND THE PERIOD FALLS   *
002840*  IN ITS FISCAL YEAR AFTER ITS ACTUALS-THROUGH PERIOD, AND     *
002850*  PASS 2 WRITES OR REWRITES THE VERSION CELL ON GLFCST (SOURCE *
002860*  "M").  THE APPROVED BUDGET IS NOT TOUCHED BY SUCH A DETAIL.  *
002870*                                                               *
002900*---------------------------------------------------------------*
003000*  MODIFICATION HISTORY                                         *
003100*---------------------------------------------------------------*
003200*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003210*  10/15/26  MJF  DETAILS CARRYING A FORECAST VERSION NOW        *
003220*                 REFORECAST THAT VERSION'S REMAINING PERIODS ON *
003230*                 GLFCST INSTEAD OF THE BUDGET MASTER.           *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005900         RECORD KEY   IS GLDEP-KEY
006000         FILE STATUS  IS WS-DEP-STATUS.
006100
006107     SELECT FCV-FILE   ASSIGN TO GLFCVER
006114         ORGANIZATION IS INDEXED
006121         ACCESS       IS DYNAMIC
006128         RECORD KEY   IS GLFCV-KEY
006135         FILE STATUS  IS WS-FCV-STATUS.
006142
006149     SELECT FCT-FILE   ASSIGN TO GLFCST
006156         ORGANIZATION IS INDEXED
006163         ACCESS       IS DYNAMIC
006170         RECORD KEY   IS GLFCT-KEY
006177         FILE STATUS  IS WS-FCT-STATUS.
006184
006200     SELECT RPT-FILE   ASSIGN TO GLBDRPTP
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS  IS WS-RPT-STATUS.
008700     LABEL RECORDS ARE STANDARD.
008800     COPY GLDEPREC.
008900
008910 FD  FCV-FILE
008920     LABEL RECORDS ARE STANDARD.
008930     COPY GLFCVREC.
008940
008950 FD  FCT-FILE
008960     LABEL RECORDS ARE STANDARD.
008970     COPY GLFCTREC.
008980
009000 FD  RPT-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
011000 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
011100     88  WS-DEP-OK                       VALUE "00".
011200
011210 77  WS-FCV-STATUS              PIC X(02) VALUE SPACES.
011220     88  WS-FCV-OK                       VALUE "00".
011230
011240 77  WS-FCT-STATUS              PIC X(02) VALUE SPACES.
011250     88  WS-FCT-OK                       VALUE "00".
011260
011300 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
011400
011500 77  WS-FEED-OK-SW              PIC X(01) VALUE "Y".
012400     88  WS-BUD-FOUND                    VALUE "Y".
012500
012600 77  WS-LOAD-CNT                PIC 9(07) BINARY VALUE ZERO.
012610 77  WS-FCT-LOAD-CNT            PIC 9(07) BINARY VALUE ZERO.
012620 77  WS-FCT-FOUND-SW            PIC X(01) VALUE "N".
012630     88  WS-FCT-FOUND                    VALUE "Y".
012640
012650 01  WS-WORK-PERIOD.
012660     05  WS-WRK-YEAR            PIC 9(04).
012670     05  WS-WRK-MONTH           PIC 9(02).
012700
012800 01  WS-TOTAL-LINE.
012900     05  FILLER                 PIC X(06) VALUE "CELLS=".
016600     OPEN INPUT  FEED-FILE.
016700     OPEN INPUT  COA-FILE.
016800     OPEN INPUT  DEP-FILE.
016810     OPEN INPUT  FCV-FILE.
016900     OPEN OUTPUT RPT-FILE.
017000
017100     MOVE SPACES                  TO  GLBDP-RECORD.
025200     IF  GLBFD-DTL-PERIOD IS NOT NUMERIC
025300     OR  GLBFD-DTL-PERIOD IS EQUAL TO ZERO
025400         MOVE "PERIOD MISSING ON CELL" TO  WS-ERR-TEXT
025500         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
025510         GO TO 2300-EXIT.
025520
025530     IF  GLBFD-DTL-VERSION IS NOT EQUAL TO SPACES
025540         PERFORM 2350-PROVE-VERSION THRU 2350-EXIT.
025600 2300-EXIT.
025700     EXIT.
025800
025803*****************************************************************
025806* 2350-PROVE-VERSION - A REFORECAST CELL NEEDS ITS VERSION ON   *
025809*                      FILE FOR THE COMPANY, AND ONLY THE       *
025812*                      VERSION'S REMAINING PERIODS - THOSE OF   *
025815*                      ITS FISCAL YEAR AFTER ITS ACTUALS-       *
025818*                      THROUGH PERIOD - MAY BE REFORECAST       *
025821*****************************************************************
025824 2350-PROVE-VERSION.
025827     MOVE GLBFD-DTL-VERSION       TO  GLFCV-VERSION.
025830     MOVE GLBFD-DTL-CO-CODE       TO  GLFCV-CO-CODE.
025833     READ FCV-FILE
025836         INVALID KEY
025839             MOVE "FORECAST VERSION NOT ON FILE" TO  WS-ERR-TEXT
025842             PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
025845             GO TO 2350-EXIT.
025848
025851     MOVE GLBFD-DTL-PERIOD        TO  WS-WORK-PERIOD.
025854     IF  WS-WRK-YEAR IS NOT EQUAL TO GLFCV-FISCAL-YEAR
025857         MOVE "PERIOD OUTSIDE THE VERSION'S YEAR" TO  WS-ERR-TEXT
025860         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT
025863         GO TO 2350-EXIT.
025866
025869     IF  GLBFD-DTL-PERIOD IS NOT GREATER THAN GLFCV-ACT-THRU
025872         MOVE "PERIOD IS ACTUALS IN THIS VERSION" TO  WS-ERR-TEXT
025875         PERFORM 2800-PRINT-ERROR THRU 2800-EXIT.
025878 2350-EXIT.
025881     EXIT.
025884
025900*****************************************************************
026000* 2400-PROVE-TRAILER - THE COUNT AND HASH TOTAL MUST MATCH      *
026100*                      WHAT THE DETAIL ACTUALLY ADDED UP TO     *
032400     MOVE SPACES                  TO  WS-FEED-STATUS.
032500
032600     OPEN I-O BUD-FILE.
032610     OPEN I-O FCT-FILE.
032700
032800     PERFORM 2100-READ-NEXT-FEED  THRU 2100-EXIT.
032900     PERFORM 4100-LOAD-ONE-RECORD THRU 4100-EXIT
033000         UNTIL WS-FEED-EOF.
033100
033200     CLOSE BUD-FILE.
033210     CLOSE FCT-FILE.
033300
033400     MOVE SPACES                  TO  GLBDP-RECORD.
033500     WRITE GLBDP-RECORD.
034600 4100-LOAD-ONE-RECORD.
034700     IF  NOT GLBFD-DETAIL
034800         GO TO 4100-NEXT.
034810
034820     IF  GLBFD-DTL-VERSION IS NOT EQUAL TO SPACES
034830         PERFORM 4200-LOAD-FORECAST-CELL THRU 4200-EXIT
034840         GO TO 4100-NEXT.
034900
035000     MOVE "Y"                     TO  WS-BUD-FOUND-SW.
035100     MOVE GLBFD-DTL-CO-CODE       TO  GLBUD-CO-CODE.
037400     PERFORM 2100-READ-NEXT-FEED  THRU 2100-EXIT.
037500 4100-EXIT.
037600     EXIT.
037602
037604*****************************************************************
037606* 4200-LOAD-FORECAST-CELL - PASS 2; A REFORECAST DETAIL WRITES  *
037608*                           OR REWRITES THE VERSION'S CELL,     *
037610*                           MARKED AS ADJUSTED                  *
037612*****************************************************************
037614 4200-LOAD-FORECAST-CELL.
037616     MOVE "Y"                     TO  WS-FCT-FOUND-SW.
037618     MOVE GLBFD-DTL-VERSION       TO  GLFCT-VERSION.
037620     MOVE GLBFD-DTL-CO-CODE       TO  GLFCT-CO-CODE.
037622     MOVE GLBFD-DTL-DEPT-CODE     TO  GLFCT-DEPT-CODE.
037624     MOVE GLBFD-DTL-ACCT-NO       TO  GLFCT-ACCT-NO.
037626     MOVE GLBFD-DTL-PERIOD        TO  GLFCT-PERIOD.
037628
037630     READ FCT-FILE
037632         INVALID KEY
037634             MOVE "N"             TO  WS-FCT-FOUND-SW.
037636
037638     MOVE GLBFD-DTL-AMOUNT        TO  GLFCT-AMOUNT.
037640     MOVE "M"                     TO  GLFCT-SOURCE.
037642
037644     IF  WS-FCT-FOUND
037646         REWRITE GLFCT-RECORD
037648     ELSE
037650         WRITE GLFCT-RECORD.
037652     IF  NOT WS-FCT-OK
037654         DISPLAY "GLBUDLOAD - ERROR UPDATING GLFCST, STATUS "
037656                 WS-FCT-STATUS
037658         STOP RUN.
037660
037662     ADD 1                        TO  WS-FCT-LOAD-CNT.
037664 4200-EXIT.
037666     EXIT.
037700
037800*****************************************************************
037900* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
038200     CLOSE FEED-FILE.
038300     CLOSE COA-FILE.
038400     CLOSE DEP-FILE.
038410     CLOSE FCV-FILE.
038500     CLOSE RPT-FILE.
038600
038700     DISPLAY "GLBUDLOAD - CELLS LOADED: " WS-LOAD-CNT.
038710     DISPLAY "GLBUDLOAD - FORECAST CELLS LOADED: "
038720             WS-FCT-LOAD-CNT.
038800 9000-EXIT.
038900     EXIT.
039000
