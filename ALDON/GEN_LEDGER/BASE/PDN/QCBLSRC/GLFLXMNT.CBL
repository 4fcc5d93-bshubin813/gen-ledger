000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLFLXMNT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLFLXMNT  -  FLUX EXPLANATION ENTRY SCREEN                   *
001000*                                                               *
001100*  THE ACCOUNT OWNER EXPLAINS AN ACCOUNT THE FLUX REPORT        *
001200*  (GLFLXRPT) FLAGGED FOR A PERIOD.  THE OPERATOR KEYS AN       *
001300*  ACTION, THE COMPANY, THE ACCOUNT AND THE FISCAL PERIOD       *
001400*  (YYYYPP) ON THE FLXFMT FORMAT:                               *
001500*                                                               *
001600*    I  DISPLAY THE ACCOUNT'S FLUX ROW (GLFLXREC) - THE         *
001700*       PERIOD'S MOVEMENT, THE PRIOR PERIOD'S AND THE SAME      *
001800*       PERIOD LAST YEAR'S, THE CHANGES AND PERCENTAGES, WHICH  *
001900*       LIMIT WAS BROKEN, AND THE EXPLANATION SO FAR.           *
002000*    E  RECORD THE THREE EXPLANATION LINES KEYED, STAMPED WITH  *
002100*       THE OPERATOR AND THE DATE AND TIME.  A LATER E          *
002200*       REPLACES THE EXPLANATION AND THE STAMP.                 *
002300*                                                               *
002400*  ONLY AN ACCOUNT WITH A FLUX ROW FOR THE PERIOD MAY BE        *
002500*  EXPLAINED, AND THE FIRST LINE MUST BE KEYED.  ACTIONS NEED   *
002600*  INQUIRY AUTHORITY (GLUSRAUT) FOR THE COMPANY, AND AN         *
002700*  ACCOUNT THE OPERATOR MAY NOT SEE (GLRSTCHK) IS TREATED AS    *
002800*  NOT ON FILE.  THE FIGURES ARE THE REPORT'S AND ARE NEVER     *
002900*  CHANGED HERE.  PF3 EXITS.                                    *
003000*                                                               *
003100*  THIS PROGRAM FOLLOWS THE SAME WORKSTATION-FILE/EXTERNALLY-   *
003200*  DESCRIBED-SCREEN CONVENTION GLCKLMNT AND GLRCNMNT USE.       *
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
004600         ASSIGN       TO WORKSTATION-GLFLXMNT-SI
004700         ORGANIZATION IS TRANSACTION
004800         ACCESS       IS DYNAMIC
004900         FILE STATUS  IS WS-SCR-STATUS.
005000
005100     SELECT FLX-FILE   ASSIGN TO GLFLXEXP
005200         ORGANIZATION IS INDEXED
005300         ACCESS       IS DYNAMIC
005400         RECORD KEY   IS GLFLX-KEY
005500         FILE STATUS  IS WS-FLX-STATUS.
005600
005700     SELECT COA-FILE   ASSIGN TO GLCOA
005800         ORGANIZATION IS INDEXED
005900         ACCESS       IS DYNAMIC
006000         RECORD KEY   IS GLCOA-KEY
006100         FILE STATUS  IS WS-COA-STATUS.
006200
006300     SELECT USR-FILE   ASSIGN TO GLUSRAUT
006400         ORGANIZATION IS INDEXED
006500         ACCESS       IS DYNAMIC
006600         RECORD KEY   IS GLUSR-KEY
006700         FILE STATUS  IS WS-USR-STATUS.
006800
006900/
007000*****************************************************************
007100* D A T A   D I V I S I O N                                     *
007200*****************************************************************
007300 DATA DIVISION.
007400 FILE SECTION.
007500
007600 FD  SCREEN-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  SCREEN-REC.
007900     COPY DDS-ALL-FORMATS OF GLFLXMNT.
008000
008100 FD  FLX-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY GLFLXREC.
008400
008500 FD  COA-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY GLCOAREC.
008800
008900 FD  USR-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY GLUSRREC.
009200
009300/
009400*****************************************************************
009500* W O R K I N G   S T O R A G E   S E C T I O N                 *
009600*****************************************************************
009700 WORKING-STORAGE SECTION.
009800
009900 01  WS-FLXFMT-REC.
010000     COPY DDS-FLXFMT          OF GLFLXMNT.
010100
010200 01  ALL-99-INDICATORS.
010300     05  IN-CONTROL             OCCURS 99 TIMES
010400                                PIC 1      INDICATOR 1.
010500         88  IND-ON-FOR                     VALUE B"1".
010600         88  IND-OFF-FOR                    VALUE B"0".
010700
010800 01  INDICATOR-USAGE-LIST.
010900     05  EXIT-REQUESTED-IN03    PIC 99     VALUE 03.
011000     05  CLR-MSG                PIC 99     VALUE 98.
011100     05  DSP-MSG                PIC 99     VALUE 99.
011200
011300 77  WS-SCR-STATUS              PIC X(02) VALUE SPACES.
011400
011500 77  WS-FLX-STATUS              PIC X(02) VALUE SPACES.
011600     88  WS-FLX-OK                       VALUE "00".
011700
011800 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
011900     88  WS-COA-OK                       VALUE "00".
012000
012100 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
012200     88  WS-USR-OK                       VALUE "00".
012300
012400 77  WS-FINISHED-SW             PIC X(01) VALUE "N".
012500     88  WS-FINISHED                     VALUE "Y".
012600
012700 77  WS-EDITS-OK-SW             PIC X(01) VALUE "N".
012800     88  WS-EDITS-OK                     VALUE "Y".
012900
013000 77  WS-AUTH-OK-SW              PIC X(01) VALUE "N".
013100     88  WS-AUTH-OK                      VALUE "Y".
013200
013300 77  WS-FLX-FOUND-SW            PIC X(01) VALUE "N".
013400     88  WS-FLX-FOUND                    VALUE "Y".
013500
013600     COPY GLRSCREC.
013700
013800/
013900*****************************************************************
014000* L I N K A G E   S E C T I O N                                 *
014100*                                                               *
014200* WS-USER-ID IS THE OPERATOR - CHECKED FOR AUTHORITY AND        *
014300* STAMPED ON EVERY EXPLANATION RECORDED.                        *
014400*****************************************************************
014500 LINKAGE SECTION.
014600 01  WS-USER-ID                 PIC X(10).
014700/
014800*****************************************************************
014900* P R O C E D U R E   D I V I S I O N                           *
015000*****************************************************************
015100 PROCEDURE DIVISION      USING WS-USER-ID.
015200
015300*****************************************************************
015400* 0000-MAINLINE                                                 *
015500*****************************************************************
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
015800     PERFORM 2000-PROCESS-SCREEN      THRU 2000-EXIT
015900         UNTIL WS-FINISHED.
016000     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
016100     GO TO 9999-EXIT.
016200
016300*****************************************************************
016400* 1000-INITIALIZE - OPEN THE SCREEN AND THE FLUX FILES          *
016500*****************************************************************
016600 1000-INITIALIZE.
016700     OPEN I-O    SCREEN-FILE.
016800     OPEN I-O    FLX-FILE.
016900     OPEN INPUT  COA-FILE.
017000     OPEN INPUT  USR-FILE.
017100
017200     MOVE ALL B"0"                TO  ALL-99-INDICATORS.
017300     MOVE SPACES                  TO  WS-FLXFMT-REC.
017400 1000-EXIT.
017500     EXIT.
017600
017700*****************************************************************
017800* 2000-PROCESS-SCREEN - DISPLAY THE FORMAT, READ THE KEYED      *
017900*                       ACTION AND APPLY IT                     *
018000*****************************************************************
018100 2000-PROCESS-SCREEN.
018200     WRITE SUBFILE SCREEN-REC FROM WS-FLXFMT-REC
018300         FORMAT IS "FLXFMT"
018400         INDICATORS ARE IN-CONTROL.
018500
018600     READ SCREEN-FILE INTO WS-FLXFMT-REC
018700         FORMAT IS "FLXFMT"
018800         INDICATORS ARE IN-CONTROL.
018900
019000     IF  IND-ON-FOR (EXIT-REQUESTED-IN03)
019100         MOVE "Y"                 TO  WS-FINISHED-SW
019200         GO TO 2000-EXIT.
019300
019400     MOVE SPACES                  TO  FLX-MESSAGE.
019500
019600     IF  FLX-ACTION IS NOT EQUAL TO "I"
019700     AND FLX-ACTION IS NOT EQUAL TO "E"
019800         MOVE "ACTION MUST BE I OR E" TO  FLX-MESSAGE
019900         GO TO 2000-EXIT.
020000
020100     PERFORM 6000-EDIT-KEY        THRU 6000-EXIT.
020200     IF  NOT WS-EDITS-OK
020300         GO TO 2000-EXIT.
020400
020500     PERFORM 4100-CHECK-AUTHORITY THRU 4100-EXIT.
020600     IF  NOT WS-AUTH-OK
020700         GO TO 2000-EXIT.
020800
020900     PERFORM 6500-READ-FLUX-ROW   THRU 6500-EXIT.
021000     IF  NOT WS-FLX-FOUND
021100         MOVE "ACCOUNT NOT FLAGGED FOR THE PERIOD"
021200                                  TO  FLX-MESSAGE
021300         GO TO 2000-EXIT.
021400
021500     IF  FLX-ACTION IS EQUAL TO "I"
021600         PERFORM 2500-SHOW-ROW    THRU 2500-EXIT
021700         MOVE GLFLX-EXPL-LINE-1   TO  FLX-EXPL-LINE-1
021800         MOVE GLFLX-EXPL-LINE-2   TO  FLX-EXPL-LINE-2
021900         MOVE GLFLX-EXPL-LINE-3   TO  FLX-EXPL-LINE-3
022000         MOVE "FLUX ROW DISPLAYED" TO  FLX-MESSAGE
022100         GO TO 2000-EXIT.
022200
022300     PERFORM 3000-RECORD-EXPLANATION THRU 3000-EXIT.
022400 2000-EXIT.
022500     EXIT.
022600
022700*****************************************************************
022800* 2500-SHOW-ROW - DISPLAY THE KEYED ACCOUNT'S FIGURES, FLAGS    *
022900*                 AND EXPLANATION STAMP                         *
023000*****************************************************************
023100 2500-SHOW-ROW.
023200     MOVE GLCOA-DESC              TO  FLX-ACCT-DESC.
023300     MOVE GLFLX-PRIOR-PERIOD      TO  FLX-PRIOR-PERIOD.
023400     MOVE GLFLX-YEAR-PERIOD       TO  FLX-YEAR-PERIOD.
023500     MOVE GLFLX-CURR-MOVE         TO  FLX-CURR-MOVE.
023600     MOVE GLFLX-PRIOR-MOVE        TO  FLX-PRIOR-MOVE.
023700     MOVE GLFLX-YEAR-MOVE         TO  FLX-YEAR-MOVE.
023800     MOVE GLFLX-PRIOR-CHG         TO  FLX-PRIOR-CHG.
023900     MOVE GLFLX-YEAR-CHG          TO  FLX-YEAR-CHG.
024000     MOVE GLFLX-PRIOR-PCT         TO  FLX-PRIOR-PCT.
024100     MOVE GLFLX-YEAR-PCT          TO  FLX-YEAR-PCT.
024200     MOVE GLFLX-AMT-LIMIT         TO  FLX-AMT-LIMIT.
024300     MOVE GLFLX-PCT-LIMIT         TO  FLX-PCT-LIMIT.
024400     MOVE GLFLX-FLAGGED-SW        TO  FLX-FLAGGED.
024500     MOVE GLFLX-PRIOR-SW          TO  FLX-PRIOR-BREACH.
024600     MOVE GLFLX-YEAR-SW           TO  FLX-YEAR-BREACH.
024700     MOVE GLFLX-RUN-DATE          TO  FLX-RUN-DATE.
024800     MOVE GLFLX-EXPL-USER         TO  FLX-EXPL-USER.
024900     MOVE GLFLX-EXPL-DATE         TO  FLX-EXPL-DATE.
025000 2500-EXIT.
025100     EXIT.
025200
025300*****************************************************************
025400* 3000-RECORD-EXPLANATION - STORE THE KEYED LINES WITH THE      *
025500*                           OPERATOR AND THE DATE AND TIME      *
025600*****************************************************************
025700 3000-RECORD-EXPLANATION.
025800     IF  FLX-EXPL-LINE-1 IS EQUAL TO SPACES
025900         PERFORM 2500-SHOW-ROW    THRU 2500-EXIT
026000         MOVE "FIRST EXPLANATION LINE REQUIRED"
026100                                  TO  FLX-MESSAGE
026200         GO TO 3000-EXIT.
026300
026400     MOVE FLX-EXPL-LINE-1         TO  GLFLX-EXPL-LINE-1.
026500     MOVE FLX-EXPL-LINE-2         TO  GLFLX-EXPL-LINE-2.
026600     MOVE FLX-EXPL-LINE-3         TO  GLFLX-EXPL-LINE-3.
026700     MOVE WS-USER-ID              TO  GLFLX-EXPL-USER.
026800     ACCEPT GLFLX-EXPL-DATE       FROM DATE YYYYMMDD.
026900     ACCEPT GLFLX-EXPL-TIME       FROM TIME.
027000     REWRITE GLFLX-RECORD.
027100     IF  NOT WS-FLX-OK
027200         DISPLAY "GLFLXMNT - ERROR REWRITING GLFLXEXP, STATUS "
027300                 WS-FLX-STATUS
027400         STOP RUN.
027500
027600     PERFORM 2500-SHOW-ROW        THRU 2500-EXIT.
027700     MOVE "EXPLANATION RECORDED"  TO  FLX-MESSAGE.
027800 3000-EXIT.
027900     EXIT.
028000
028100*****************************************************************
028200* 4100-CHECK-AUTHORITY - THE OPERATOR MUST HOLD INQUIRY         *
028300*                        AUTHORITY FOR THE KEYED COMPANY        *
028400*****************************************************************
028500 4100-CHECK-AUTHORITY.
028600     MOVE "N"                     TO  WS-AUTH-OK-SW.
028700     MOVE WS-USER-ID              TO  GLUSR-USER-ID.
028800     MOVE FLX-CO-CODE             TO  GLUSR-CO-CODE.
028900
029000     READ USR-FILE
029100         INVALID KEY
029200             MOVE "NOT AUTHORIZED FOR COMPANY" TO  FLX-MESSAGE
029300             GO TO 4100-EXIT.
029400
029500     IF  NOT GLUSR-MAY-INQUIRE
029600         MOVE "NOT AUTHORIZED FOR COMPANY" TO  FLX-MESSAGE
029700         GO TO 4100-EXIT.
029800
029900     MOVE "Y"                     TO  WS-AUTH-OK-SW.
030000 4100-EXIT.
030100     EXIT.
030200
030300*****************************************************************
030400* 6000-EDIT-KEY - COMPANY, ACCOUNT AND PERIOD MUST ALL BE KEYED *
030500*****************************************************************
030600 6000-EDIT-KEY.
030700     MOVE "N"                     TO  WS-EDITS-OK-SW.
030800
030900     IF  FLX-CO-CODE IS EQUAL TO SPACES
031000         MOVE "COMPANY REQUIRED"  TO  FLX-MESSAGE
031100         GO TO 6000-EXIT.
031200
031300     IF  FLX-ACCT-NO IS NOT NUMERIC
031400     OR  FLX-ACCT-NO IS EQUAL TO ZERO
031500         MOVE "ACCOUNT REQUIRED"  TO  FLX-MESSAGE
031600         GO TO 6000-EXIT.
031700
031800     IF  FLX-PERIOD IS NOT NUMERIC
031900     OR  FLX-PERIOD IS EQUAL TO ZERO
032000         MOVE "PERIOD MUST BE YYYYPP" TO  FLX-MESSAGE
032100         GO TO 6000-EXIT.
032200
032300     MOVE "Y"                     TO  WS-EDITS-OK-SW.
032400 6000-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800* 6500-READ-FLUX-ROW - READ THE ACCOUNT AND ITS FLUX ROW; AN    *
032900*                      ACCOUNT THE OPERATOR MAY NOT SEE IS      *
033000*                      REPORTED AS NOT FLAGGED                  *
033100*****************************************************************
033200 6500-READ-FLUX-ROW.
033300     MOVE "N"                     TO  WS-FLX-FOUND-SW.
033400     MOVE FLX-CO-CODE             TO  GLCOA-CO-CODE.
033500     MOVE FLX-ACCT-NO             TO  GLCOA-ACCT-NO.
033600     READ COA-FILE
033700         INVALID KEY
033800             MOVE SPACES          TO  GLCOA-DESC.
033900
034000     MOVE "C"                     TO  GLRSC-FUNCTION.
034100     MOVE WS-USER-ID              TO  GLRSC-USER-ID.
034200     MOVE FLX-CO-CODE             TO  GLRSC-CO-CODE.
034300     MOVE FLX-ACCT-NO             TO  GLRSC-ACCT-NO.
034400     MOVE "E"                     TO  GLRSC-LOG-SW.
034500     CALL "GLRSTCHK"         USING GLRSC-AREA.
034600     IF  GLRSC-HIDE
034700         GO TO 6500-EXIT.
034800
034900     MOVE "Y"                     TO  WS-FLX-FOUND-SW.
035000     MOVE FLX-CO-CODE             TO  GLFLX-CO-CODE.
035100     MOVE FLX-ACCT-NO             TO  GLFLX-ACCT-NO.
035200     MOVE FLX-PERIOD              TO  GLFLX-PERIOD.
035300     READ FLX-FILE
035400         INVALID KEY
035500             MOVE "N"             TO  WS-FLX-FOUND-SW.
035600 6500-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000* 9000-TERMINATE - CLOSE ALL FILES                              *
036100*****************************************************************
036200 9000-TERMINATE.
036300     CLOSE SCREEN-FILE.
036400     CLOSE FLX-FILE.
036500     CLOSE COA-FILE.
036600     CLOSE USR-FILE.
036700
036800     MOVE "E"                     TO  GLRSC-FUNCTION.
036900     CALL "GLRSTCHK"         USING GLRSC-AREA.
037000 9000-EXIT.
037100     EXIT.
037200
037300 9999-EXIT.
037400     STOP RUN.
