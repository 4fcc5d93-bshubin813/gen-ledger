000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLCKLMNT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLCKLMNT  -  MONTH-END CLOSE CHECKLIST SIGN-OFF SCREEN       *
001000*                                                               *
001100*  MAINTAINS THE STATUS OF ONE CLOSE TASK ON THE CHECKLIST      *
001200*  (GLCKLREC, ONE ROW PER COMPANY/PERIOD/TASK, OPENED FROM THE  *
001300*  TEMPLATE BY GLCKLGEN).  THE OPERATOR KEYS AN ACTION, THE     *
001400*  COMPANY, THE FISCAL PERIOD (YYYYPP) AND THE TASK ON THE      *
001500*  CKLFMT FORMAT:                                               *
001600*                                                               *
001700*    I  DISPLAY THE TASK - OWNER, DUE DATE, WHETHER IT HOLDS    *
001800*       THE CLOSE, ITS STATUS AND SIGN-OFF, AND THE FIRST       *
001900*       PREDECESSOR STILL OPEN, IF ANY.                         *
002000*    C  MARK IT COMPLETE.  ONLY THE TASK'S OWNER MAY, AND NOT   *
002100*       WHILE ANY PREDECESSOR TASK IS STILL OPEN.               *
002200*    O  REOPEN A COMPLETED TASK - THE OWNER AGAIN, WITH A NOTE  *
002300*       SAYING WHY.                                             *
002400*                                                               *
002500*  ONCE THE PERIOD IS CLOSED ON THE PERIOD-CONTROL FILE         *
002600*  (GLPERREC) ITS CHECKLIST IS FROZEN.  ACTIONS NEED INQUIRY    *
002700*  AUTHORITY (GLUSRAUT) FOR THE COMPANY, AND EVERY COMPLETION   *
002800*  AND REOPENING WRITES A CHANGE AUDIT ROW (GLCKGREC) CARRYING  *
002900*  WHO, WHEN, FROM WHAT TO WHAT AND THE NOTE.  PF3 EXITS.       *
003000*                                                               *
003100*  THIS PROGRAM FOLLOWS THE SAME WORKSTATION-FILE/EXTERNALLY-   *
003200*  DESCRIBED-SCREEN CONVENTION GLRCNMNT AND GLENCMNT USE.       *
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
004500     SELECT SCREEN-FILE
004600         ASSIGN       TO WORKSTATION-GLCKLMNT-SI
004700         ORGANIZATION IS TRANSACTION
004800         ACCESS       IS DYNAMIC
004900         FILE STATUS  IS WS-SCR-STATUS.
005000
005100     SELECT CKL-FILE   ASSIGN TO GLCLSCKL
005200         ORGANIZATION IS INDEXED
005300         ACCESS       IS DYNAMIC
005400         RECORD KEY   IS GLCKL-KEY
005500         FILE STATUS  IS WS-CKL-STATUS.
005600
005700     SELECT PER-FILE   ASSIGN TO GLPERIOD
005800         ORGANIZATION IS INDEXED
005900         ACCESS       IS DYNAMIC
006000         RECORD KEY   IS GLPER-KEY
006100         FILE STATUS  IS WS-PER-STATUS.
006200
006300     SELECT USR-FILE   ASSIGN TO GLUSRAUT
006400         ORGANIZATION IS INDEXED
006500         ACCESS       IS DYNAMIC
006600         RECORD KEY   IS GLUSR-KEY
006700         FILE STATUS  IS WS-USR-STATUS.
006800
006900     SELECT CKG-FILE   ASSIGN TO GLCLSLOG
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS  IS WS-CKG-STATUS.
007200
007300/
007400*****************************************************************
007500* D A T A   D I V I S I O N                                     *
007600*****************************************************************
007700 DATA DIVISION.
007800 FILE SECTION.
007900
008000 FD  SCREEN-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  SCREEN-REC.
008300     COPY DDS-ALL-FORMATS OF GLCKLMNT.
008400
008500 FD  CKL-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY GLCKLREC.
008800
008900 FD  PER-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY GLPERREC.
009200
009300 FD  USR-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY GLUSRREC.
009600
009700 FD  CKG-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000     COPY GLCKGREC.
010100
010200/
010300*****************************************************************
010400* W O R K I N G   S T O R A G E   S E C T I O N                 *
010500*****************************************************************
010600 WORKING-STORAGE SECTION.
010700
010800 01  WS-CKLFMT-REC.
010900     COPY DDS-CKLFMT          OF GLCKLMNT.
011000
011100 01  ALL-99-INDICATORS.
011200     05  IN-CONTROL             OCCURS 99 TIMES
011300                                PIC 1      INDICATOR 1.
011400         88  IND-ON-FOR                     VALUE B"1".
011500         88  IND-OFF-FOR                    VALUE B"0".
011600
011700 01  INDICATOR-USAGE-LIST.
011800     05  EXIT-REQUESTED-IN03    PIC 99     VALUE 03.
011900     05  CLR-MSG                PIC 99     VALUE 98.
012000     05  DSP-MSG                PIC 99     VALUE 99.
012100
012200 77  WS-SCR-STATUS              PIC X(02) VALUE SPACES.
012300
012400 77  WS-CKL-STATUS              PIC X(02) VALUE SPACES.
012500     88  WS-CKL-OK                       VALUE "00".
012600
012700 77  WS-PER-STATUS              PIC X(02) VALUE SPACES.
012800     88  WS-PER-OK                       VALUE "00".
012900
013000 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
013100     88  WS-USR-OK                       VALUE "00".
013200
013300 77  WS-CKG-STATUS              PIC X(02) VALUE SPACES.
013400     88  WS-CKG-OK                       VALUE "00".
013500
013600 77  WS-FINISHED-SW             PIC X(01) VALUE "N".
013700     88  WS-FINISHED                     VALUE "Y".
013800
013900 77  WS-EDITS-OK-SW             PIC X(01) VALUE "N".
014000     88  WS-EDITS-OK                     VALUE "Y".
014100
014200 77  WS-AUTH-OK-SW              PIC X(01) VALUE "N".
014300     88  WS-AUTH-OK                      VALUE "Y".
014400
014500 77  WS-CKL-FOUND-SW            PIC X(01) VALUE "N".
014600     88  WS-CKL-FOUND                    VALUE "Y".
014700
014800 77  WS-PER-CLOSED-SW           PIC X(01) VALUE "N".
014900     88  WS-PER-CLOSED                   VALUE "Y".
015000
015100 77  WS-PRED-IX                 PIC 9(02) BINARY VALUE ZERO.
015200 77  WS-BLOCKED-BY              PIC X(06) VALUE SPACES.
015300 77  WS-OLD-STATUS              PIC X(01) VALUE SPACES.
015400 77  WS-NEW-STATUS              PIC X(01) VALUE SPACES.
015500
015600 01  WS-SAVE-CKL-RECORD         PIC X(141).
015700
015800/
015900*****************************************************************
016000* L I N K A G E   S E C T I O N                                 *
016100*                                                               *
016200* WS-USER-ID IS THE OPERATOR - CHECKED AGAINST THE TASK'S       *
016300* OWNER, STAMPED AS THE COMPLETER, AND RECORDED ON EVERY AUDIT  *
016400* ROW.                                                          *
016500*****************************************************************
016600 LINKAGE SECTION.
016700 01  WS-USER-ID                 PIC X(10).
016800/
016900*****************************************************************
017000* P R O C E D U R E   D I V I S I O N                           *
017100*****************************************************************
017200 PROCEDURE DIVISION      USING WS-USER-ID.
017300
017400*****************************************************************
017500* 0000-MAINLINE                                                 *
017600*****************************************************************
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
017900     PERFORM 2000-PROCESS-SCREEN      THRU 2000-EXIT
018000         UNTIL WS-FINISHED.
018100     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
018200     GO TO 9999-EXIT.
018300
018400*****************************************************************
018500* 1000-INITIALIZE - OPEN THE SCREEN, CHECKLIST AND AUDIT FILES  *
018600*****************************************************************
018700 1000-INITIALIZE.
018800     OPEN I-O    SCREEN-FILE.
018900     OPEN I-O    CKL-FILE.
019000     OPEN INPUT  PER-FILE.
019100     OPEN INPUT  USR-FILE.
019200     OPEN EXTEND CKG-FILE.
019300
019400     MOVE ALL B"0"                TO  ALL-99-INDICATORS.
019500     MOVE SPACES                  TO  WS-CKLFMT-REC.
019600 1000-EXIT.
019700     EXIT.
019800
019900*****************************************************************
020000* 2000-PROCESS-SCREEN - DISPLAY THE FORMAT, READ THE KEYED      *
020100*                       ACTION AND APPLY IT                     *
020200*****************************************************************
020300 2000-PROCESS-SCREEN.
020400     WRITE SUBFILE SCREEN-REC FROM WS-CKLFMT-REC
020500         FORMAT IS "CKLFMT"
020600         INDICATORS ARE IN-CONTROL.
020700
020800     READ SCREEN-FILE INTO WS-CKLFMT-REC
020900         FORMAT IS "CKLFMT"
021000         INDICATORS ARE IN-CONTROL.
021100
021200     IF  IND-ON-FOR (EXIT-REQUESTED-IN03)
021300         MOVE "Y"                 TO  WS-FINISHED-SW
021400         GO TO 2000-EXIT.
021500
021600     MOVE SPACES                  TO  CKL-MESSAGE.
021700
021800     IF  CKL-ACTION IS NOT EQUAL TO "I"
021900     AND CKL-ACTION IS NOT EQUAL TO "C"
022000     AND CKL-ACTION IS NOT EQUAL TO "O"
022100         MOVE "ACTION MUST BE I, C OR O" TO  CKL-MESSAGE
022200         GO TO 2000-EXIT.
022300
022400     PERFORM 6000-EDIT-KEY        THRU 6000-EXIT.
022500     IF  NOT WS-EDITS-OK
022600         GO TO 2000-EXIT.
022700
022800     PERFORM 4100-CHECK-AUTHORITY THRU 4100-EXIT.
022900     IF  NOT WS-AUTH-OK
023000         GO TO 2000-EXIT.
023100
023200     PERFORM 6500-READ-TASK       THRU 6500-EXIT.
023300     IF  NOT WS-CKL-FOUND
023400         MOVE "TASK NOT ON THE PERIOD'S CHECKLIST"
023500                                  TO  CKL-MESSAGE
023600         GO TO 2000-EXIT.
023700
023800     PERFORM 6600-FIND-OPEN-PRED  THRU 6600-EXIT.
023900
024000     IF  CKL-ACTION IS EQUAL TO "I"
024100         PERFORM 2500-SHOW-TASK   THRU 2500-EXIT
024200         GO TO 2000-EXIT.
024300
024400     PERFORM 6700-CHECK-PERIOD    THRU 6700-EXIT.
024500     IF  WS-PER-CLOSED
024600         PERFORM 2500-SHOW-TASK   THRU 2500-EXIT
024700         MOVE "PERIOD CLOSED - CHECKLIST FROZEN"
024800                                  TO  CKL-MESSAGE
024900         GO TO 2000-EXIT.
025000
025100     IF  GLCKL-OWNER-ID IS NOT EQUAL TO WS-USER-ID
025200         PERFORM 2500-SHOW-TASK   THRU 2500-EXIT
025300         MOVE "ONLY THE TASK OWNER MAY CHANGE IT"
025400                                  TO  CKL-MESSAGE
025500         GO TO 2000-EXIT.
025600
025700     IF  CKL-ACTION IS EQUAL TO "C"
025800         PERFORM 3000-COMPLETE-TASK THRU 3000-EXIT
025900         GO TO 2000-EXIT.
026000
026100     PERFORM 4000-REOPEN-TASK     THRU 4000-EXIT.
026200 2000-EXIT.
026300     EXIT.
026400
026500*****************************************************************
026600* 2500-SHOW-TASK - DISPLAY THE KEYED TASK AND ITS SIGN-OFF      *
026700*****************************************************************
026800 2500-SHOW-TASK.
026900     MOVE GLCKL-TASK-DESC         TO  CKL-TASK-DESC.
027000     MOVE GLCKL-OWNER-ID          TO  CKL-OWNER-ID.
027100     MOVE GLCKL-DUE-DATE          TO  CKL-DUE-DATE.
027200     MOVE GLCKL-REQUIRED-SW       TO  CKL-REQUIRED.
027300     MOVE GLCKL-STATUS-SW         TO  CKL-STATUS.
027400     MOVE GLCKL-COMPLETED-BY      TO  CKL-COMPLETED-BY.
027500     MOVE GLCKL-COMPLETED-DATE    TO  CKL-COMPLETED-DATE.
027600     MOVE WS-BLOCKED-BY           TO  CKL-BLOCKED-BY.
027700     IF  GLCKL-IS-OPEN
027800     AND WS-BLOCKED-BY IS NOT EQUAL TO SPACES
027900         MOVE "BLOCKED BY AN OPEN PREDECESSOR TASK"
028000                                  TO  CKL-MESSAGE
028100     ELSE
028200         MOVE "TASK DISPLAYED"    TO  CKL-MESSAGE.
028300 2500-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700* 3000-COMPLETE-TASK - MARK AN OPEN TASK COMPLETE ONCE EVERY    *
028800*                      PREDECESSOR IS COMPLETE                  *
028900*****************************************************************
029000 3000-COMPLETE-TASK.
029100     IF  GLCKL-IS-COMPLETE
029200         PERFORM 2500-SHOW-TASK   THRU 2500-EXIT
029300         MOVE "TASK ALREADY COMPLETE" TO  CKL-MESSAGE
029400         GO TO 3000-EXIT.
029500
029600     IF  WS-BLOCKED-BY IS NOT EQUAL TO SPACES
029700         PERFORM 2500-SHOW-TASK   THRU 2500-EXIT
029800         GO TO 3000-EXIT.
029900
030000     MOVE GLCKL-STATUS-SW         TO  WS-OLD-STATUS.
030100     MOVE "C"                     TO  WS-NEW-STATUS.
030200     MOVE "C"                     TO  GLCKL-STATUS-SW.
030300     MOVE WS-USER-ID              TO  GLCKL-COMPLETED-BY.
030400     ACCEPT GLCKL-COMPLETED-DATE  FROM DATE YYYYMMDD.
030500     ACCEPT GLCKL-COMPLETED-TIME  FROM TIME.
030600     REWRITE GLCKL-RECORD.
030700     IF  NOT WS-CKL-OK
030800         DISPLAY "GLCKLMNT - ERROR REWRITING GLCLSCKL, STATUS "
030900                 WS-CKL-STATUS
031000         STOP RUN.
031100
031200     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
031300     PERFORM 2500-SHOW-TASK       THRU 2500-EXIT.
031400     MOVE "TASK MARKED COMPLETE"  TO  CKL-MESSAGE.
031500 3000-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900* 4000-REOPEN-TASK - PUT A COMPLETED TASK BACK OPEN, WITH A     *
032000*                    NOTE SAYING WHY                            *
032100*****************************************************************
032200 4000-REOPEN-TASK.
032300     IF  GLCKL-IS-OPEN
032400         PERFORM 2500-SHOW-TASK   THRU 2500-EXIT
032500         MOVE "TASK ALREADY OPEN" TO  CKL-MESSAGE
032600         GO TO 4000-EXIT.
032700
032800     IF  CKL-NOTE IS EQUAL TO SPACES
032900         PERFORM 2500-SHOW-TASK   THRU 2500-EXIT
033000         MOVE "NOTE REQUIRED TO REOPEN A TASK" TO  CKL-MESSAGE
033100         GO TO 4000-EXIT.
033200
033300     MOVE GLCKL-STATUS-SW         TO  WS-OLD-STATUS.
033400     MOVE "O"                     TO  WS-NEW-STATUS.
033500     MOVE "O"                     TO  GLCKL-STATUS-SW.
033600     MOVE SPACES                  TO  GLCKL-COMPLETED-BY.
033700     MOVE ZERO                    TO  GLCKL-COMPLETED-DATE.
033800     MOVE ZERO                    TO  GLCKL-COMPLETED-TIME.
033900     REWRITE GLCKL-RECORD.
034000     IF  NOT WS-CKL-OK
034100         DISPLAY "GLCKLMNT - ERROR REWRITING GLCLSCKL, STATUS "
034200                 WS-CKL-STATUS
034300         STOP RUN.
034400
034500     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
034600     PERFORM 2500-SHOW-TASK       THRU 2500-EXIT.
034700     MOVE "TASK REOPENED"         TO  CKL-MESSAGE.
034800 4000-EXIT.
034900     EXIT.
035000
035100*****************************************************************
035200* 4100-CHECK-AUTHORITY - THE OPERATOR MUST HOLD INQUIRY         *
035300*                        AUTHORITY FOR THE KEYED COMPANY        *
035400*****************************************************************
035500 4100-CHECK-AUTHORITY.
035600     MOVE "N"                     TO  WS-AUTH-OK-SW.
035700     MOVE WS-USER-ID              TO  GLUSR-USER-ID.
035800     MOVE CKL-CO-CODE             TO  GLUSR-CO-CODE.
035900
036000     READ USR-FILE
036100         INVALID KEY
036200             MOVE "NOT AUTHORIZED FOR COMPANY" TO  CKL-MESSAGE
036300             GO TO 4100-EXIT.
036400
036500     IF  NOT GLUSR-MAY-INQUIRE
036600         MOVE "NOT AUTHORIZED FOR COMPANY" TO  CKL-MESSAGE
036700         GO TO 4100-EXIT.
036800
036900     MOVE "Y"                     TO  WS-AUTH-OK-SW.
037000 4100-EXIT.
037100     EXIT.
037200
037300*****************************************************************
037400* 6000-EDIT-KEY - COMPANY, PERIOD AND TASK MUST ALL BE KEYED    *
037500*****************************************************************
037600 6000-EDIT-KEY.
037700     MOVE "N"                     TO  WS-EDITS-OK-SW.
037800
037900     IF  CKL-CO-CODE IS EQUAL TO SPACES
038000         MOVE "COMPANY REQUIRED"  TO  CKL-MESSAGE
038100         GO TO 6000-EXIT.
038200
038300     IF  CKL-PERIOD IS NOT NUMERIC
038400     OR  CKL-PERIOD IS EQUAL TO ZERO
038500         MOVE "PERIOD MUST BE YYYYPP" TO  CKL-MESSAGE
038600         GO TO 6000-EXIT.
038700
038800     IF  CKL-TASK-ID IS EQUAL TO SPACES
038900         MOVE "TASK REQUIRED"     TO  CKL-MESSAGE
039000         GO TO 6000-EXIT.
039100
039200     MOVE "Y"                     TO  WS-EDITS-OK-SW.
039300 6000-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700* 6500-READ-TASK - READ THE KEYED CHECKLIST ROW                 *
039800*****************************************************************
039900 6500-READ-TASK.
040000     MOVE "Y"                     TO  WS-CKL-FOUND-SW.
040100     MOVE CKL-CO-CODE             TO  GLCKL-CO-CODE.
040200     MOVE CKL-PERIOD              TO  GLCKL-PERIOD.
040300     MOVE CKL-TASK-ID             TO  GLCKL-TASK-ID.
040400     READ CKL-FILE
040500         INVALID KEY
040600             MOVE "N"             TO  WS-CKL-FOUND-SW.
040700 6500-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100* 6600-FIND-OPEN-PRED - THE FIRST OF THE TASK'S PREDECESSORS    *
041200*                       STILL OPEN ON THE SAME COMPANY/PERIOD   *
041300*                       CHECKLIST, IF ANY.  THE KEYED TASK'S    *
041400*                       ROW IS SAVED AROUND THE LOOKUPS AND     *
041500*                       READ BACK FOR ANY REWRITE               *
041600*****************************************************************
041700 6600-FIND-OPEN-PRED.
041800     MOVE SPACES                  TO  WS-BLOCKED-BY.
041900     MOVE GLCKL-RECORD            TO  WS-SAVE-CKL-RECORD.
042000
042100     PERFORM 6650-CHECK-ONE-PRED  THRU 6650-EXIT
042200         VARYING WS-PRED-IX FROM 1 BY 1
042300         UNTIL WS-PRED-IX IS GREATER THAN 5
042400         OR    WS-BLOCKED-BY IS NOT EQUAL TO SPACES.
042500
042600     PERFORM 6500-READ-TASK       THRU 6500-EXIT.
042700 6600-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100* 6650-CHECK-ONE-PRED - ONE PREDECESSOR: A TASK NOT ON THE      *
043200*                       CHECKLIST DOES NOT HOLD ANYTHING UP     *
043300*****************************************************************
043400 6650-CHECK-ONE-PRED.
043500     MOVE WS-SAVE-CKL-RECORD      TO  GLCKL-RECORD.
043600     IF  GLCKL-PRED-TASK-ID (WS-PRED-IX) IS EQUAL TO SPACES
043700         GO TO 6650-EXIT.
043800
043900     MOVE GLCKL-PRED-TASK-ID (WS-PRED-IX) TO  GLCKL-TASK-ID.
044000     READ CKL-FILE
044100         INVALID KEY
044200             GO TO 6650-EXIT.
044300
044400     IF  GLCKL-IS-OPEN
044500         MOVE GLCKL-TASK-ID       TO  WS-BLOCKED-BY.
044600 6650-EXIT.
044700     EXIT.
044800
044900*****************************************************************
045000* 6700-CHECK-PERIOD - IS THE COMPANY/PERIOD CLOSED ON THE       *
045100*                     PERIOD-CONTROL FILE?  NO ROW MEANS OPEN   *
045200*****************************************************************
045300 6700-CHECK-PERIOD.
045400     MOVE "N"                     TO  WS-PER-CLOSED-SW.
045500     MOVE CKL-CO-CODE             TO  GLPER-CO-CODE.
045600     MOVE CKL-PERIOD              TO  GLPER-PERIOD.
045700     READ PER-FILE
045800         INVALID KEY
045900             GO TO 6700-EXIT.
046000
046100     IF  GLPER-IS-CLOSED
046200         MOVE "Y"                 TO  WS-PER-CLOSED-SW.
046300 6700-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700* 7000-WRITE-AUDIT-ROW - WHO, WHEN, FROM WHAT TO WHAT AND THE   *
046800*                        NOTE                                   *
046900*****************************************************************
047000 7000-WRITE-AUDIT-ROW.
047100     MOVE WS-USER-ID              TO  GLCKG-USER-ID.
047200     ACCEPT GLCKG-DATE            FROM DATE YYYYMMDD.
047300     ACCEPT GLCKG-TIME            FROM TIME.
047400     MOVE GLCKL-CO-CODE           TO  GLCKG-CO-CODE.
047500     MOVE GLCKL-PERIOD            TO  GLCKG-PERIOD.
047600     MOVE GLCKL-TASK-ID           TO  GLCKG-TASK-ID.
047700     MOVE WS-OLD-STATUS           TO  GLCKG-OLD-STATUS.
047800     MOVE WS-NEW-STATUS           TO  GLCKG-NEW-STATUS.
047900     MOVE CKL-NOTE                TO  GLCKG-NOTE.
048000
048100     WRITE GLCKG-RECORD.
048200     IF  NOT WS-CKG-OK
048300         DISPLAY "GLCKLMNT - ERROR WRITING GLCLSLOG, STATUS "
048400                 WS-CKG-STATUS
048500         STOP RUN.
048600 7000-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000* 9000-TERMINATE - CLOSE ALL FILES                              *
049100*****************************************************************
049200 9000-TERMINATE.
049300     CLOSE SCREEN-FILE.
049400     CLOSE CKL-FILE.
049500     CLOSE PER-FILE.
049600     CLOSE USR-FILE.
049700     CLOSE CKG-FILE.
049800 9000-EXIT.
049900     EXIT.
050000
050100 9999-EXIT.
050200     STOP RUN.
