000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLRPTDST.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLRPTDST  -  REPORT DISTRIBUTOR                              *
001000*                                                               *
001100*  CALLED BY THE REPORT REQUEST QUEUE RUNNER (GLRRQRUN) AND THE *
001200*  NIGHTLY STREAM DRIVER (GLNIGHT) JUST BEFORE THEY RUN A       *
001300*  REPORT.  THE CALLER PASSES THE GLDSPREC AREA NAMING THE      *
001400*  PROGRAM, AND ITS OWN GLRQSREC SELECTION AREA.  WHEN THE      *
001500*  REPORT DISTRIBUTION MASTER (GLDSTREC) HAS ACTIVE ROWS FOR    *
001600*  THE PROGRAM, THE REPORT IS RUN ONCE PER ROW INSTEAD OF ONCE  *
001700*  IN ALL - BURST BY THE ROW'S COMPANY AND DEPARTMENT RANGES    *
001800*  (WITHIN THE CALLER'S OWN SELECTION), LIMITED TO THE          *
001900*  COMPANIES THE ROW'S RECIPIENT MAY INQUIRE ON (GLUSRREC), AND *
002000*  SPOOLED TO THE ROW'S OUTPUT QUEUE WITH THE ROW'S NUMBER OF   *
002100*  COPIES.  THE CALLER THEN SKIPS ITS OWN RUN OF THE REPORT.    *
002200*                                                               *
002300*  THE SPOOL ROUTING IS DONE BY THE CL WRAPPER GLRPTDSC - AN    *
002400*  OVRPRTF OF THE REPORT'S PRINTER FILE TO THE OUTPUT QUEUE     *
002500*  WITH THE COPIES AND THE RECIPIENT AS USER DATA (FUNCTION     *
002600*  "O"), AND A DLTOVR AFTERWARDS (FUNCTION "D").  THE REPORT    *
002700*  ITSELF RUNS THROUGH GLNIGHTC THE SAME WAY THE CALLER WOULD   *
002800*  HAVE RUN IT.  ONLY THE REPORTS IN THE PRINTER FILE TABLE     *
002900*  BELOW CAN BE DISTRIBUTED; ANY OTHER PROGRAM COMES BACK "N"   *
003000*  AND THE CALLER RUNS IT AS BEFORE.                            *
003100*                                                               *
003200*  EVERY ROW ACTED ON IS LOGGED TO THE DISTRIBUTION LOG         *
003300*  (GLDLGREC) - SENT, FAILED, OR NOT SENT BECAUSE THE RECIPIENT *
003400*  MAY SEE NONE OF THE COMPANIES IN THE RANGE.  A DISTRIBUTION  *
003500*  ERROR NEVER TAKES DOWN THE CALLER: IT IS DISPLAYED ON THE    *
003600*  JOB LOG AND COMES BACK AS RESULT "F".                        *
003700*                                                               *
003800*---------------------------------------------------------------*
003900*  MODIFICATION HISTORY                                         *
004000*---------------------------------------------------------------*
004100*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-ISERIES.
004600 OBJECT-COMPUTER.   IBM-ISERIES.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT DST-FILE   ASSIGN TO GLDSTMST
005000         ORGANIZATION IS INDEXED
005100         ACCESS       IS DYNAMIC
005200         RECORD KEY   IS GLDST-KEY
005300         FILE STATUS  IS WS-DST-STATUS.
005400
005500     SELECT USR-FILE   ASSIGN TO GLUSRAUT
005600         ORGANIZATION IS INDEXED
005700         ACCESS       IS DYNAMIC
005800         RECORD KEY   IS GLUSR-KEY
005900         FILE STATUS  IS WS-USR-STATUS.
006000
006100     SELECT LOG-FILE   ASSIGN TO GLDSTLOG
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS  IS WS-LOG-STATUS.
006400
006500/
006600*****************************************************************
006700* D A T A   D I V I S I O N                                     *
006800*****************************************************************
006900 DATA DIVISION.
007000 FILE SECTION.
007100
007200 FD  DST-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY GLDSTREC.
007500
007600 FD  USR-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY GLUSRREC.
007900
008000 FD  LOG-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300     COPY GLDLGREC.
008400
008500/
008600*****************************************************************
008700* W O R K I N G   S T O R A G E   S E C T I O N                 *
008800*****************************************************************
008900 WORKING-STORAGE SECTION.
009000
009100 77  WS-DST-STATUS              PIC X(02) VALUE SPACES.
009200     88  WS-DST-OK                       VALUE "00".
009300     88  WS-DST-EOF                      VALUE "10".
009400
009500 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
009600     88  WS-USR-OK                       VALUE "00".
009700
009800 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
009900     88  WS-LOG-OK                       VALUE "00".
010000
010100 77  WS-DST-OPEN-SW             PIC X(01) VALUE "N".
010200     88  WS-DST-IS-OPEN                  VALUE "Y".
010300
010400 77  WS-USR-OPEN-SW             PIC X(01) VALUE "N".
010500     88  WS-USR-IS-OPEN                  VALUE "Y".
010600
010700 77  WS-LOG-OPEN-SW             PIC X(01) VALUE "N".
010800     88  WS-LOG-IS-OPEN                  VALUE "Y".
010900
011000 77  WS-USR-END-SW              PIC X(01) VALUE "N".
011100     88  WS-USR-END                      VALUE "Y".
011200
011300 77  WS-CALL-FAILED-SW          PIC X(01) VALUE "N".
011400     88  WS-CALL-FAILED                  VALUE "Y".
011500
011600 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
011700 77  WS-RUN-TIME                PIC 9(06) VALUE ZERO.
011800
011900 77  WS-ROW-CNT                 PIC 9(05) BINARY VALUE ZERO.
012000 77  WS-AUTH-CNT                PIC 9(03) BINARY VALUE ZERO.
012100
012200*---------------------------------------------------------------*
012300*  THE REPORTS THAT CAN BE DISTRIBUTED AND THEIR PRINTER FILES  *
012400*---------------------------------------------------------------*
012500 01  WS-PF-TABLE.
012600     05  FILLER                 PIC X(10) VALUE "GLFINSTM".
012700     05  FILLER                 PIC X(10) VALUE "GLFINRPTP".
012800     05  FILLER                 PIC X(10) VALUE "GLBUDVAR".
012900     05  FILLER                 PIC X(10) VALUE "GLBUDRPTP".
013000     05  FILLER                 PIC X(10) VALUE "GLDEPROL".
013100     05  FILLER                 PIC X(10) VALUE "GLDRRPTP".
013200 01  WS-PF-TABLE-R              REDEFINES WS-PF-TABLE.
013300     05  WS-PF-ENTRY            OCCURS 3 TIMES.
013400         10  WS-PF-PGM          PIC X(10).
013500         10  WS-PF-FILE         PIC X(10).
013600 77  WS-PF-IX                   PIC 9(03) BINARY VALUE ZERO.
013700 77  WS-PRTF                    PIC X(10) VALUE SPACES.
013800
013900*---------------------------------------------------------------*
014000*  THE CALLER'S SELECTION, KEPT WHILE EACH RECIPIENT'S COPY     *
014100*  RUNS WITH ITS OWN RANGES AND PUT BACK BEFORE RETURNING       *
014200*---------------------------------------------------------------*
014300 01  WS-SAVE-RQS                PIC X(256) VALUE SPACES.
014400
014500*---------------------------------------------------------------*
014600*  RANGE WORK - A BLANK FROM-VALUE BECOMES SPACES/HIGH-VALUES,  *
014700*  A BLANK TO-VALUE THE FROM-VALUE, AND THE CALLER'S RANGE IS   *
014800*  THEN NARROWED BY THE ROW'S                                   *
014900*---------------------------------------------------------------*
015000 01  WS-RANGES.
015100     05  WS-SEL-CO-FROM         PIC X(03).
015200     05  WS-SEL-CO-TO           PIC X(03).
015300     05  WS-ROW-CO-FROM         PIC X(03).
015400     05  WS-ROW-CO-TO           PIC X(03).
015500     05  WS-EFF-CO-FROM         PIC X(03).
015600     05  WS-EFF-CO-TO           PIC X(03).
015700     05  WS-SEL-DEPT-FROM       PIC X(04).
015800     05  WS-SEL-DEPT-TO         PIC X(04).
015900     05  WS-ROW-DEPT-FROM       PIC X(04).
016000     05  WS-ROW-DEPT-TO         PIC X(04).
016100     05  WS-EFF-DEPT-FROM       PIC X(04).
016200     05  WS-EFF-DEPT-TO         PIC X(04).
016300
016400*
016500* THE GLRPTDSC WRAPPER'S PARAMETERS.  THE RESULT COMES BACK "Y"
016600* WHEN THE OVERRIDE WAS PLACED.
016700*
016800 77  WS-DSC-FUNCTION            PIC X(01) VALUE SPACES.
016900 77  WS-DSC-COPIES              PIC 9(02) VALUE ZERO.
017000 77  WS-DSC-RESULT              PIC X(01) VALUE SPACES.
017100     88  WS-DSC-OK                       VALUE "Y".
017200
017300 77  WS-WRAP-EXCEPTIONS         PIC 9(07) VALUE ZERO.
017400
017500/
017600****************************************************************
017700* L I N K A G E   S E C T I O N                                *
017800****************************************************************
017900 LINKAGE SECTION.
018000     COPY GLDSPREC.
018100     COPY GLRQSREC.
018200/
018300*****************************************************************
018400* P R O C E D U R E   D I V I S I O N                           *
018500*****************************************************************
018600 PROCEDURE DIVISION      USING GLDSP-AREA
018700                               GLRQS-RECORD.
018800
018900*****************************************************************
019000* 0000-MAINLINE                                                 *
019100*****************************************************************
019200 0000-MAINLINE.
019300     MOVE "N"                     TO  GLDSP-RESULT.
019400     MOVE ZERO                    TO  GLDSP-SENT-CNT.
019500     MOVE ZERO                    TO  GLDSP-FAIL-CNT.
019600
019700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
019800     IF  NOT WS-DST-IS-OPEN
019900         GO TO 9999-EXIT.
020000
020100     MOVE GLRQS-RECORD            TO  WS-SAVE-RQS.
020200     PERFORM 2000-ONE-ROW         THRU 2000-EXIT
020300         UNTIL WS-DST-EOF.
020400     MOVE WS-SAVE-RQS             TO  GLRQS-RECORD.
020500
020600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
020700     GO TO 9999-EXIT.
020800
020900*****************************************************************
021000* 1000-INITIALIZE - FIND THE REPORT'S PRINTER FILE, THEN OPEN   *
021100*                   THE FILES AND POSITION AT THE PROGRAM'S     *
021200*                   FIRST DISTRIBUTION ROW                      *
021300*****************************************************************
021400 1000-INITIALIZE.
021500     MOVE "N"                     TO  WS-DST-OPEN-SW.
021600     MOVE "N"                     TO  WS-USR-OPEN-SW.
021700     MOVE "N"                     TO  WS-LOG-OPEN-SW.
021800     MOVE ZERO                    TO  WS-ROW-CNT.
021900     MOVE SPACES                  TO  WS-PRTF.
022000
022100     PERFORM 1100-TEST-ONE-PRTF   THRU 1100-EXIT
022200         VARYING WS-PF-IX FROM 1 BY 1
022300         UNTIL WS-PF-IX IS GREATER THAN 3
022400            OR WS-PRTF IS NOT EQUAL TO SPACES.
022500     IF  WS-PRTF IS EQUAL TO SPACES
022600         GO TO 1000-EXIT.
022700
022800     OPEN INPUT  DST-FILE.
022900     IF  NOT WS-DST-OK
023000         GO TO 1000-EXIT.
023100     MOVE "Y"                     TO  WS-DST-OPEN-SW.
023200
023300     MOVE LOW-VALUES              TO  GLDST-KEY.
023400     MOVE GLDSP-PGM-ID            TO  GLDST-PGM-ID.
023500     START DST-FILE
023600         KEY IS NOT LESS THAN GLDST-KEY
023700         INVALID KEY
023800             MOVE "10"            TO  WS-DST-STATUS
023900             GO TO 1000-EXIT.
024000
024100     OPEN INPUT  USR-FILE.
024200     IF  WS-USR-OK
024300         MOVE "Y"                 TO  WS-USR-OPEN-SW
024400     ELSE
024500         DISPLAY "GLRPTDST - ERROR OPENING GLUSRAUT, STATUS "
024600                 WS-USR-STATUS.
024700
024800     OPEN EXTEND LOG-FILE.
024900     IF  WS-LOG-OK
025000         MOVE "Y"                 TO  WS-LOG-OPEN-SW
025100     ELSE
025200         DISPLAY "GLRPTDST - ERROR OPENING GLDSTLOG, STATUS "
025300                 WS-LOG-STATUS.
025400
025500     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
025600 1000-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000* 1100-TEST-ONE-PRTF - COMPARE ONE PRINTER FILE TABLE ENTRY     *
026100*****************************************************************
026200 1100-TEST-ONE-PRTF.
026300     IF  WS-PF-PGM (WS-PF-IX) IS EQUAL TO GLDSP-PGM-ID
026400         MOVE WS-PF-FILE (WS-PF-IX) TO WS-PRTF.
026500 1100-EXIT.
026600     EXIT.
026700
026800*****************************************************************
026900* 2000-ONE-ROW - RUN AND LOG ONE RECIPIENT'S COPY               *
027000*****************************************************************
027100 2000-ONE-ROW.
027200     READ DST-FILE NEXT RECORD
027300         AT END
027400             MOVE "10"            TO  WS-DST-STATUS
027500             GO TO 2000-EXIT.
027600
027700     IF  GLDST-PGM-ID IS NOT EQUAL TO GLDSP-PGM-ID
027800         MOVE "10"                TO  WS-DST-STATUS
027900         GO TO 2000-EXIT.
028000
028100     IF  NOT GLDST-ACTIVE
028200         GO TO 2000-EXIT.
028300
028400     ADD 1                        TO  WS-ROW-CNT.
028500     MOVE WS-SAVE-RQS             TO  GLRQS-RECORD.
028600     PERFORM 2100-SET-RANGES      THRU 2100-EXIT.
028700
028800     MOVE ZERO                    TO  WS-AUTH-CNT.
028900     IF  WS-EFF-DEPT-FROM IS NOT GREATER THAN WS-EFF-DEPT-TO
029000         PERFORM 2200-COUNT-AUTHORIZED THRU 2200-EXIT.
029100
029200     MOVE SPACES                  TO  GLDLG-RECORD.
029300     MOVE WS-RUN-DATE             TO  GLDLG-RUN-DATE.
029400     ACCEPT WS-RUN-TIME           FROM TIME.
029500     MOVE WS-RUN-TIME             TO  GLDLG-RUN-TIME.
029600     MOVE GLDSP-SOURCE-PGM        TO  GLDLG-SOURCE-PGM.
029700     MOVE GLDSP-REQ-NO            TO  GLDLG-REQ-NO.
029800     MOVE GLDSP-PGM-ID            TO  GLDLG-PGM-ID.
029900     MOVE GLDST-USER-ID           TO  GLDLG-USER-ID.
030000     MOVE GLDST-OUTQ              TO  GLDLG-OUTQ.
030100     MOVE GLDST-OUTQ-LIB          TO  GLDLG-OUTQ-LIB.
030200     MOVE GLDST-COPIES            TO  GLDLG-COPIES.
030300     MOVE WS-AUTH-CNT             TO  GLDLG-AUTH-CO-CNT.
030400
030500     IF  WS-AUTH-CNT IS EQUAL TO ZERO
030600         MOVE WS-EFF-CO-FROM      TO  GLDLG-CO-FROM
030700         MOVE WS-EFF-CO-TO        TO  GLDLG-CO-TO
030800         MOVE WS-EFF-DEPT-FROM    TO  GLDLG-DEPT-FROM
030900         MOVE WS-EFF-DEPT-TO      TO  GLDLG-DEPT-TO
031000         MOVE "N"                 TO  GLDLG-STATUS
031100         DISPLAY "GLRPTDST - " GLDSP-PGM-ID " NOT SENT TO "
031200                 GLDST-USER-ID ", NO AUTHORIZED COMPANY"
031300     ELSE
031400         PERFORM 3000-RUN-COPY    THRU 3000-EXIT.
031500
031600     PERFORM 4000-WRITE-LOG       THRU 4000-EXIT.
031700 2000-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100* 2100-SET-RANGES - NARROW THE CALLER'S COMPANY AND DEPARTMENT  *
032200*                   RANGES BY THE ROW'S; AN EMPTY RESULT LEAVES *
032300*                   THE FROM-VALUE ABOVE THE TO-VALUE           *
032400*****************************************************************
032500 2100-SET-RANGES.
032600     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
032700     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
032800     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
032900         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
033000     ELSE
033100         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
033200             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
033300
033400     MOVE GLDST-CO-FROM           TO  WS-ROW-CO-FROM.
033500     MOVE GLDST-CO-TO             TO  WS-ROW-CO-TO.
033600     IF  WS-ROW-CO-FROM IS EQUAL TO SPACES
033700         MOVE HIGH-VALUES         TO  WS-ROW-CO-TO
033800     ELSE
033900         IF  WS-ROW-CO-TO IS EQUAL TO SPACES
034000             MOVE WS-ROW-CO-FROM  TO  WS-ROW-CO-TO.
034100
034200     MOVE WS-SEL-CO-FROM          TO  WS-EFF-CO-FROM.
034300     IF  WS-ROW-CO-FROM IS GREATER THAN WS-EFF-CO-FROM
034400         MOVE WS-ROW-CO-FROM      TO  WS-EFF-CO-FROM.
034500     MOVE WS-SEL-CO-TO            TO  WS-EFF-CO-TO.
034600     IF  WS-ROW-CO-TO IS LESS THAN WS-EFF-CO-TO
034700         MOVE WS-ROW-CO-TO        TO  WS-EFF-CO-TO.
034800
034900     MOVE GLRQS-DEPT-FROM         TO  WS-SEL-DEPT-FROM.
035000     MOVE GLRQS-DEPT-TO           TO  WS-SEL-DEPT-TO.
035100     IF  WS-SEL-DEPT-FROM IS EQUAL TO SPACES
035200         MOVE HIGH-VALUES         TO  WS-SEL-DEPT-TO
035300     ELSE
035400         IF  WS-SEL-DEPT-TO IS EQUAL TO SPACES
035500             MOVE WS-SEL-DEPT-FROM TO WS-SEL-DEPT-TO.
035600
035700     MOVE GLDST-DEPT-FROM         TO  WS-ROW-DEPT-FROM.
035800     MOVE GLDST-DEPT-TO           TO  WS-ROW-DEPT-TO.
035900     IF  WS-ROW-DEPT-FROM IS EQUAL TO SPACES
036000         MOVE HIGH-VALUES         TO  WS-ROW-DEPT-TO
036100     ELSE
036200         IF  WS-ROW-DEPT-TO IS EQUAL TO SPACES
036300             MOVE WS-ROW-DEPT-FROM TO WS-ROW-DEPT-TO.
036400
036500     MOVE WS-SEL-DEPT-FROM        TO  WS-EFF-DEPT-FROM.
036600     IF  WS-ROW-DEPT-FROM IS GREATER THAN WS-EFF-DEPT-FROM
036700         MOVE WS-ROW-DEPT-FROM    TO  WS-EFF-DEPT-FROM.
036800     MOVE WS-SEL-DEPT-TO          TO  WS-EFF-DEPT-TO.
036900     IF  WS-ROW-DEPT-TO IS LESS THAN WS-EFF-DEPT-TO
037000         MOVE WS-ROW-DEPT-TO      TO  WS-EFF-DEPT-TO.
037100
037200*
037300* A TO-VALUE CAN ONLY STILL BE HIGH-VALUES WHEN BOTH FROM-VALUES
037400* WERE BLANK, SO "EVERY ONE" GOES BACK OUT AS SPACES/SPACES.
037500*
037600     IF  WS-EFF-CO-FROM IS EQUAL TO SPACES
037700         MOVE SPACES              TO  WS-EFF-CO-TO.
037800     IF  WS-EFF-DEPT-FROM IS EQUAL TO SPACES
037900         MOVE SPACES              TO  WS-EFF-DEPT-TO.
038000 2100-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400* 2200-COUNT-AUTHORIZED - COUNT THE COMPANIES IN THE RANGE THE  *
038500*                         RECIPIENT MAY INQUIRE ON              *
038600*****************************************************************
038700 2200-COUNT-AUTHORIZED.
038800     IF  NOT WS-USR-IS-OPEN
038900         GO TO 2200-EXIT.
039000
039100     IF  WS-EFF-CO-FROM IS NOT EQUAL TO SPACES
039200     AND WS-EFF-CO-FROM IS GREATER THAN WS-EFF-CO-TO
039300         GO TO 2200-EXIT.
039400
039500     MOVE GLDST-USER-ID           TO  GLUSR-USER-ID.
039600     MOVE WS-EFF-CO-FROM          TO  GLUSR-CO-CODE.
039700     START USR-FILE
039800         KEY IS NOT LESS THAN GLUSR-KEY
039900         INVALID KEY
040000             GO TO 2200-EXIT.
040100
040200     MOVE "N"                     TO  WS-USR-END-SW.
040300     PERFORM 2210-COUNT-ONE-CO    THRU 2210-EXIT
040400         UNTIL WS-USR-END.
040500 2200-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900* 2210-COUNT-ONE-CO - ONE OF THE RECIPIENT'S AUTHORITY ROWS     *
041000*****************************************************************
041100 2210-COUNT-ONE-CO.
041200     READ USR-FILE NEXT RECORD
041300         AT END
041400             MOVE "Y"             TO  WS-USR-END-SW
041500             GO TO 2210-EXIT.
041600
041700     IF  GLUSR-USER-ID IS NOT EQUAL TO GLDST-USER-ID
041800         MOVE "Y"                 TO  WS-USR-END-SW
041900         GO TO 2210-EXIT.
042000
042100     IF  WS-EFF-CO-FROM IS NOT EQUAL TO SPACES
042200     AND GLUSR-CO-CODE IS GREATER THAN WS-EFF-CO-TO
042300         MOVE "Y"                 TO  WS-USR-END-SW
042400         GO TO 2210-EXIT.
042500
042600     IF  GLUSR-MAY-INQUIRE
042700         ADD 1                    TO  WS-AUTH-CNT.
042800 2210-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200* 3000-RUN-COPY - SET THE RECIPIENT'S SELECTION, OVERRIDE THE   *
043300*                 PRINTER FILE TO THE ROW'S OUTPUT QUEUE, RUN   *
043400*                 THE REPORT AND DROP THE OVERRIDE              *
043500*****************************************************************
043600 3000-RUN-COPY.
043700     MOVE WS-EFF-CO-FROM          TO  GLRQS-CO-FROM.
043800     MOVE WS-EFF-CO-TO            TO  GLRQS-CO-TO.
043900     MOVE WS-EFF-DEPT-FROM        TO  GLRQS-DEPT-FROM.
044000     MOVE WS-EFF-DEPT-TO          TO  GLRQS-DEPT-TO.
044100     MOVE GLDST-USER-ID           TO  GLRQS-USER-ID.
044200     MOVE "Y"                     TO  GLRQS-AUTH-CO-SW.
044300
044400     MOVE GLRQS-CO-FROM           TO  GLDLG-CO-FROM.
044500     MOVE GLRQS-CO-TO             TO  GLDLG-CO-TO.
044600     MOVE GLRQS-DEPT-FROM         TO  GLDLG-DEPT-FROM.
044700     MOVE GLRQS-DEPT-TO           TO  GLDLG-DEPT-TO.
044800
044900     MOVE GLDST-COPIES            TO  WS-DSC-COPIES.
045000     IF  WS-DSC-COPIES IS EQUAL TO ZERO
045100         MOVE 1                   TO  WS-DSC-COPIES.
045200
045300     MOVE "O"                     TO  WS-DSC-FUNCTION.
045400     MOVE "E"                     TO  WS-DSC-RESULT.
045500     CALL "GLRPTDSC"          USING WS-DSC-FUNCTION
045600                                    WS-PRTF
045700                                    GLDST-OUTQ
045800                                    GLDST-OUTQ-LIB
045900                                    WS-DSC-COPIES
046000                                    GLDST-USER-ID
046100                                    WS-DSC-RESULT
046200         ON EXCEPTION
046300             MOVE "E"             TO  WS-DSC-RESULT
046400     END-CALL.
046500
046600     IF  NOT WS-DSC-OK
046700         DISPLAY "GLRPTDST - OVERRIDE FAILED, " GLDSP-PGM-ID
046800                 " TO " GLDST-OUTQ " FOR " GLDST-USER-ID
046900         MOVE "F"                 TO  GLDLG-STATUS
047000         ADD 1                    TO  GLDSP-FAIL-CNT
047100         GO TO 3000-EXIT.
047200
047300     MOVE "N"                     TO  WS-CALL-FAILED-SW.
047400     MOVE ZERO                    TO  WS-WRAP-EXCEPTIONS.
047500     CALL "GLNIGHTC"         USING GLDSP-PGM-ID
047600                                   GLDSP-WRAP-USER-ID
047700                                   GLDSP-FUNDS-OPTION
047800                                   GLRQS-RECORD
047900                                   WS-WRAP-EXCEPTIONS
048000         ON EXCEPTION
048100             MOVE "Y"             TO  WS-CALL-FAILED-SW
048200     END-CALL.
048300
048400     MOVE "D"                     TO  WS-DSC-FUNCTION.
048500     CALL "GLRPTDSC"          USING WS-DSC-FUNCTION
048600                                    WS-PRTF
048700                                    GLDST-OUTQ
048800                                    GLDST-OUTQ-LIB
048900                                    WS-DSC-COPIES
049000                                    GLDST-USER-ID
049100                                    WS-DSC-RESULT
049200         ON EXCEPTION
049300             CONTINUE
049400     END-CALL.
049500
049600     IF  WS-CALL-FAILED
049700         DISPLAY "GLRPTDST - CALL FAILED, " GLDSP-PGM-ID
049800                 " FOR " GLDST-USER-ID
049900         MOVE "F"                 TO  GLDLG-STATUS
050000         ADD 1                    TO  GLDSP-FAIL-CNT
050100     ELSE
050200         MOVE "S"                 TO  GLDLG-STATUS
050300         ADD 1                    TO  GLDSP-SENT-CNT.
050400 3000-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800* 4000-WRITE-LOG - ADD THE ROW'S OUTCOME TO THE LOG             *
050900*****************************************************************
051000 4000-WRITE-LOG.
051100     IF  NOT WS-LOG-IS-OPEN
051200         GO TO 4000-EXIT.
051300
051400     WRITE GLDLG-RECORD.
051500     IF  NOT WS-LOG-OK
051600         DISPLAY "GLRPTDST - ERROR WRITING GLDSTLOG, STATUS "
051700                 WS-LOG-STATUS.
051800 4000-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200* 9000-TERMINATE - CLOSE THE FILES AND SET THE CALLER'S ANSWER  *
052300*****************************************************************
052400 9000-TERMINATE.
052500     CLOSE DST-FILE.
052600     IF  WS-USR-IS-OPEN
052700         CLOSE USR-FILE.
052800     IF  WS-LOG-IS-OPEN
052900         CLOSE LOG-FILE.
053000
053100     IF  WS-ROW-CNT IS EQUAL TO ZERO
053200         GO TO 9000-EXIT.
053300
053400     IF  GLDSP-FAIL-CNT IS GREATER THAN ZERO
053500         MOVE "F"                 TO  GLDSP-RESULT
053600     ELSE
053700         MOVE "D"                 TO  GLDSP-RESULT.
053800
053900     DISPLAY "GLRPTDST - " GLDSP-PGM-ID " COPIES SENT: "
054000             GLDSP-SENT-CNT " FAILED: " GLDSP-FAIL-CNT.
054100 9000-EXIT.
054200     EXIT.
054300
054400 9999-EXIT.
054500     GOBACK.
