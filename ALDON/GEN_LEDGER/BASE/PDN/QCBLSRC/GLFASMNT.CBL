000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLFASMNT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLFASMNT  -  FIXED-ASSET ADDITION/TRANSFER/DISPOSAL SCREEN   *
001000*                                                               *
001100*  MAINTAINS THE FIXED-ASSET SUBLEDGER MASTER (GLFASREC, ONE    *
001200*  ROW PER COMPANY/ASSET).  THE OPERATOR KEYS AN ACTION ON THE  *
001300*  FASFMT FORMAT:                                               *
001400*                                                               *
001500*    I  DISPLAY THE ASSET - STATUS, PENDING ACTION, NET BOOK    *
001600*       VALUE AND THE DEPRECIATION TAKEN TO DATE.               *
001700*    A  ADD A NEW ASSET.  AN ASSET BROUGHT OVER PART-WAY        *
001800*       THROUGH ITS LIFE MAY BE KEYED WITH THE ACCUMULATED      *
001900*       DEPRECIATION AND MONTHS ALREADY TAKEN.  NO ENTRY IS     *
002000*       GENERATED - THE COST IS ALREADY ON THE ASSET ACCOUNT    *
002100*       FROM THE PURCHASE.                                      *
002200*    T  TRANSFER THE ASSET TO A NEW DEPARTMENT AND/OR NEW       *
002300*       ACCOUNTS (BLANK/ZERO MEANS UNCHANGED).                  *
002400*    D  DISPOSE OF THE ASSET - DATE, PROCEEDS, THE ACCOUNT THE  *
002500*       PROCEEDS POST TO AND THE GAIN/LOSS ACCOUNT.             *
002600*                                                               *
002700*  A TRANSFER OR DISPOSAL IS HELD ON THE ROW AS PENDING; THE    *
002800*  NEXT MONTHLY DEPRECIATION RUN (GLFASDEP) GENERATES THE       *
002900*  RECLASS OR GAIN/LOSS ENTRY AND COMPLETES IT, SO THE          *
003000*  SUBLEDGER AND THE LEDGER MOVE TOGETHER IN ONE BATCH.  ONLY   *
003100*  ONE ACTION MAY BE PENDING ON AN ASSET AT A TIME.             *
003200*                                                               *
003300*  CHANGES NEED POST AUTHORITY (GLUSRAUT) FOR THE COMPANY, AND  *
003400*  EVERY ONE WRITES A GLLOGREC-STYLE AUDIT ROW TO THE POSTING   *
003500*  LOG (ACTION CODE "M") CARRYING THE NET BOOK VALUE BEFORE     *
003600*  AND AFTER.  PF3 EXITS.                                       *
003700*                                                               *
003800*  THIS PROGRAM FOLLOWS THE SAME WORKSTATION-FILE/EXTERNALLY-   *
003900*  DESCRIBED-SCREEN CONVENTION GLENCMNT AND GLCOAMNT USE.       *
004000*                                                               *
004100*---------------------------------------------------------------*
004200*  MODIFICATION HISTORY                                         *
004300*---------------------------------------------------------------*
004400*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004410*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
004420*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-ISERIES.
004900 OBJECT-COMPUTER.   IBM-ISERIES.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT SCREEN-FILE
005300         ASSIGN       TO WORKSTATION-GLFASMNT-SI
005400         ORGANIZATION IS TRANSACTION
005500         ACCESS       IS DYNAMIC
005600         FILE STATUS  IS WS-SCR-STATUS.
005700
005800     SELECT FAS-FILE   ASSIGN TO GLFASMST
005900         ORGANIZATION IS INDEXED
006000         ACCESS       IS DYNAMIC
006100         RECORD KEY   IS GLFAS-KEY
006200         FILE STATUS  IS WS-FAS-STATUS.
006300
006400     SELECT COA-FILE   ASSIGN TO GLCOA
006500         ORGANIZATION IS INDEXED
006600         ACCESS       IS DYNAMIC
006700         RECORD KEY   IS GLCOA-KEY
006800         FILE STATUS  IS WS-COA-STATUS.
006900
007000     SELECT DEP-FILE   ASSIGN TO GLDEPT
007100         ORGANIZATION IS INDEXED
007200         ACCESS       IS DYNAMIC
007300         RECORD KEY   IS GLDEP-KEY
007400         FILE STATUS  IS WS-DEP-STATUS.
007500
007600     SELECT USR-FILE   ASSIGN TO GLUSRAUT
007700         ORGANIZATION IS INDEXED
007800         ACCESS       IS DYNAMIC
007900         RECORD KEY   IS GLUSR-KEY
008000         FILE STATUS  IS WS-USR-STATUS.
008100
008200     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS  IS WS-LOG-STATUS.
008500
008600/
008700*****************************************************************
008800* D A T A   D I V I S I O N                                     *
008900*****************************************************************
009000 DATA DIVISION.
009100 FILE SECTION.
009200
009300 FD  SCREEN-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  SCREEN-REC.
009600     COPY DDS-ALL-FORMATS OF GLFASMNT.
009700
009800 FD  FAS-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY GLFASREC.
010100
010200 FD  COA-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY GLCOAREC.
010500
010600 FD  DEP-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY GLDEPREC.
010900
011000 FD  USR-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY GLUSRREC.
011300
011400 FD  LOG-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORDING MODE IS F.
011700     COPY GLLOGREC.
011800
011900/
012000*****************************************************************
012100* W O R K I N G   S T O R A G E   S E C T I O N                 *
012200*****************************************************************
012300 WORKING-STORAGE SECTION.
012400
012500 01  WS-FASFMT-REC.
012600     COPY DDS-FASFMT          OF GLFASMNT.
012700
012800 01  ALL-99-INDICATORS.
012900     05  IN-CONTROL             OCCURS 99 TIMES
013000                                PIC 1      INDICATOR 1.
013100         88  IND-ON-FOR                     VALUE B"1".
013200         88  IND-OFF-FOR                    VALUE B"0".
013300
013400 01  INDICATOR-USAGE-LIST.
013500     05  EXIT-REQUESTED-IN03    PIC 99     VALUE 03.
013600     05  CLR-MSG                PIC 99     VALUE 98.
013700     05  DSP-MSG                PIC 99     VALUE 99.
013800
013900 77  WS-SCR-STATUS              PIC X(02) VALUE SPACES.
014000
014100 77  WS-FAS-STATUS              PIC X(02) VALUE SPACES.
014200     88  WS-FAS-OK                       VALUE "00".
014300
014400 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
014500     88  WS-COA-OK                       VALUE "00".
014600
014700 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
014800     88  WS-DEP-OK                       VALUE "00".
014900
015000 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
015100     88  WS-USR-OK                       VALUE "00".
015200
015300 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
015400     88  WS-LOG-OK                       VALUE "00".
015500
015600 77  WS-FINISHED-SW             PIC X(01) VALUE "N".
015700     88  WS-FINISHED                     VALUE "Y".
015800
015900 77  WS-EDITS-OK-SW             PIC X(01) VALUE "N".
016000     88  WS-EDITS-OK                     VALUE "Y".
016100
016200 77  WS-AUTH-OK-SW              PIC X(01) VALUE "N".
016300     88  WS-AUTH-OK                      VALUE "Y".
016400
016500 77  WS-FAS-FOUND-SW            PIC X(01) VALUE "N".
016600     88  WS-FAS-FOUND                    VALUE "Y".
016700
016800 77  WS-ACCT-OK-SW              PIC X(01) VALUE "N".
016900     88  WS-ACCT-OK                      VALUE "Y".
017000
017100 77  WS-CHK-ACCT-NO             PIC 9(06) VALUE ZERO.
017200 77  WS-CHK-DEPT-CODE           PIC X(04) VALUE SPACES.
017300
017400 77  WS-DEPRECIABLE             PIC S9(09)V99 COMP-3 VALUE ZERO.
017500 77  WS-NBV-BEFORE              PIC S9(09)V99 COMP-3 VALUE ZERO.
017600 77  WS-NBV-AFTER               PIC S9(09)V99 COMP-3 VALUE ZERO.
017700 77  WS-MNT-CNT                 PIC 9(07) BINARY VALUE ZERO.
017800
017810     COPY GLLCHREC.
017820
017900/
018000****************************************************************
018100* L I N K A G E   S E C T I O N                                *
018200*                                                               *
018300* WS-USER-ID IS THE OPERATOR, CHECKED FOR POST AUTHORITY ON     *
018400* THE KEYED COMPANY AND RECORDED ON EVERY AUDIT ROW.            *
018500****************************************************************
018600 LINKAGE SECTION.
018700 01  WS-USER-ID                 PIC X(10).
018800/
018900*****************************************************************
019000* P R O C E D U R E   D I V I S I O N                           *
019100*****************************************************************
019200 PROCEDURE DIVISION      USING WS-USER-ID.
019300
019400*****************************************************************
019500* 0000-MAINLINE                                                 *
019600*****************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
019900     PERFORM 2000-PROCESS-SCREEN      THRU 2000-EXIT
020000         UNTIL WS-FINISHED.
020100     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
020200     GO TO 9999-EXIT.
020300
020400*****************************************************************
020500* 1000-INITIALIZE - OPEN THE SCREEN, MASTER AND AUDIT FILES     *
020600*****************************************************************
020700 1000-INITIALIZE.
020800     OPEN I-O    SCREEN-FILE.
020900     OPEN I-O    FAS-FILE.
021000     OPEN INPUT  COA-FILE.
021100     OPEN INPUT  DEP-FILE.
021200     OPEN INPUT  USR-FILE.
021300     OPEN EXTEND LOG-FILE.
021400
021500     MOVE ALL B"0"                TO  ALL-99-INDICATORS.
021600     MOVE SPACES                  TO  WS-FASFMT-REC.
021700 1000-EXIT.
021800     EXIT.
021900
022000*****************************************************************
022100* 2000-PROCESS-SCREEN - DISPLAY THE FORMAT, READ THE KEYED      *
022200*                       ACTION AND APPLY IT                     *
022300*****************************************************************
022400 2000-PROCESS-SCREEN.
022500     WRITE SUBFILE SCREEN-REC FROM WS-FASFMT-REC
022600         FORMAT IS "FASFMT"
022700         INDICATORS ARE IN-CONTROL.
022800
022900     READ SCREEN-FILE INTO WS-FASFMT-REC
023000         FORMAT IS "FASFMT"
023100         INDICATORS ARE IN-CONTROL.
023200
023300     IF  IND-ON-FOR (EXIT-REQUESTED-IN03)
023400         MOVE "Y"                 TO  WS-FINISHED-SW
023500         GO TO 2000-EXIT.
023600
023700     MOVE SPACES                  TO  FAS-MESSAGE.
023800
023900     IF  FAS-ACTION IS EQUAL TO "I"
024000         PERFORM 2500-SHOW-ASSET  THRU 2500-EXIT
024100         GO TO 2000-EXIT.
024200
024300     IF  FAS-ACTION IS NOT EQUAL TO "A"
024400     AND FAS-ACTION IS NOT EQUAL TO "T"
024500     AND FAS-ACTION IS NOT EQUAL TO "D"
024600         MOVE "ACTION MUST BE I, A, T OR D" TO  FAS-MESSAGE
024700         GO TO 2000-EXIT.
024800
024900     PERFORM 4100-CHECK-AUTHORITY THRU 4100-EXIT.
025000     IF  NOT WS-AUTH-OK
025100         GO TO 2000-EXIT.
025200
025300     IF  FAS-ACTION IS EQUAL TO "A"
025400         PERFORM 3000-ADD-ASSET   THRU 3000-EXIT
025500         GO TO 2000-EXIT.
025600
025700     IF  FAS-ACTION IS EQUAL TO "T"
025800         PERFORM 3500-TRANSFER-ASSET THRU 3500-EXIT
025900         GO TO 2000-EXIT.
026000
026100     PERFORM 4000-DISPOSE-ASSET   THRU 4000-EXIT.
026200 2000-EXIT.
026300     EXIT.
026400
026500*****************************************************************
026600* 2500-SHOW-ASSET - DISPLAY THE KEYED ASSET'S MASTER ROW        *
026700*****************************************************************
026800 2500-SHOW-ASSET.
026900     PERFORM 6500-READ-ASSET      THRU 6500-EXIT.
027000     IF  NOT WS-FAS-FOUND
027100         MOVE "ASSET NOT ON FILE" TO  FAS-MESSAGE
027200         GO TO 2500-EXIT.
027300
027400     MOVE GLFAS-DESC              TO  FAS-DESC.
027500     MOVE GLFAS-ASSET-ACCT-NO     TO  FAS-ASSET-ACCT.
027600     MOVE GLFAS-ACCUM-ACCT-NO     TO  FAS-ACCUM-ACCT.
027700     MOVE GLFAS-EXPENSE-ACCT-NO   TO  FAS-EXPENSE-ACCT.
027800     MOVE GLFAS-DEPT-CODE         TO  FAS-DEPT-CODE.
027900     MOVE GLFAS-COST              TO  FAS-COST.
028000     MOVE GLFAS-SALVAGE           TO  FAS-SALVAGE.
028100     MOVE GLFAS-IN-SVC-DATE       TO  FAS-IN-SVC-DATE.
028200     MOVE GLFAS-LIFE-MONTHS       TO  FAS-LIFE.
028300     MOVE GLFAS-METHOD            TO  FAS-METHOD.
028400     MOVE GLFAS-ACCUM-DEPR        TO  FAS-ACCUM-DEPR.
028500     MOVE GLFAS-MONTHS-TAKEN      TO  FAS-MONTHS-TAKEN.
028600     MOVE GLFAS-DISP-DATE         TO  FAS-DISP-DATE.
028700     MOVE GLFAS-DISP-PROCEEDS     TO  FAS-PROCEEDS.
028800     MOVE GLFAS-PROCEEDS-ACCT-NO  TO  FAS-PROCEEDS-ACCT.
028900     MOVE GLFAS-GAIN-LOSS-ACCT-NO TO  FAS-GAIN-LOSS-ACCT.
029000     MOVE GLFAS-STATUS-SW         TO  FAS-STATUS.
029100     MOVE GLFAS-PENDING-SW        TO  FAS-PENDING.
029200     SUBTRACT GLFAS-ACCUM-DEPR FROM GLFAS-COST GIVING FAS-NBV.
029300     MOVE "ASSET DISPLAYED"       TO  FAS-MESSAGE.
029400 2500-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800* 3000-ADD-ASSET - EDIT AND WRITE A NEW ASSET ROW               *
029900*****************************************************************
030000 3000-ADD-ASSET.
030100     PERFORM 6000-EDIT-ADD        THRU 6000-EXIT.
030200     IF  NOT WS-EDITS-OK
030300         GO TO 3000-EXIT.
030400
030500     PERFORM 6500-READ-ASSET      THRU 6500-EXIT.
030600     IF  WS-FAS-FOUND
030700         MOVE "ASSET ALREADY ON FILE" TO  FAS-MESSAGE
030800         GO TO 3000-EXIT.
030900
031000     MOVE SPACES                  TO  GLFAS-RECORD.
031100     MOVE FAS-CO-CODE             TO  GLFAS-CO-CODE.
031200     MOVE FAS-ASSET-NO            TO  GLFAS-ASSET-NO.
031300     MOVE FAS-DESC                TO  GLFAS-DESC.
031400     MOVE FAS-ASSET-ACCT          TO  GLFAS-ASSET-ACCT-NO.
031500     MOVE FAS-ACCUM-ACCT          TO  GLFAS-ACCUM-ACCT-NO.
031600     MOVE FAS-EXPENSE-ACCT        TO  GLFAS-EXPENSE-ACCT-NO.
031700     MOVE FAS-DEPT-CODE           TO  GLFAS-DEPT-CODE.
031800     MOVE FAS-COST                TO  GLFAS-COST.
031900     MOVE FAS-SALVAGE             TO  GLFAS-SALVAGE.
032000     MOVE FAS-IN-SVC-DATE         TO  GLFAS-IN-SVC-DATE.
032100     MOVE FAS-LIFE                TO  GLFAS-LIFE-MONTHS.
032200     MOVE FAS-METHOD              TO  GLFAS-METHOD.
032300     MOVE FAS-ACCUM-DEPR          TO  GLFAS-ACCUM-DEPR.
032400     MOVE FAS-MONTHS-TAKEN        TO  GLFAS-MONTHS-TAKEN.
032500     MOVE ZERO                    TO  GLFAS-LAST-DEPR-PERIOD.
032600     MOVE "A"                     TO  GLFAS-STATUS-SW.
032700     IF  GLFAS-ACCUM-DEPR IS EQUAL TO WS-DEPRECIABLE
032800         MOVE "F"                 TO  GLFAS-STATUS-SW.
032900     MOVE SPACE                   TO  GLFAS-PENDING-SW.
033000     MOVE ZERO                    TO  GLFAS-XFR-ASSET-ACCT-NO.
033100     MOVE ZERO                    TO  GLFAS-XFR-ACCUM-ACCT-NO.
033200     MOVE ZERO                    TO  GLFAS-XFR-EXPENSE-ACCT-NO.
033300     MOVE ZERO                    TO  GLFAS-DISP-DATE.
033400     MOVE ZERO                    TO  GLFAS-DISP-PROCEEDS.
033500     MOVE ZERO                    TO  GLFAS-PROCEEDS-ACCT-NO.
033600     MOVE ZERO                    TO  GLFAS-GAIN-LOSS-ACCT-NO.
033700
033800     WRITE GLFAS-RECORD.
033900     IF  NOT WS-FAS-OK
034000         DISPLAY "GLFASMNT - ERROR WRITING GLFASMST, STATUS "
034100                 WS-FAS-STATUS
034200         STOP RUN.
034300
034400     MOVE ZERO                    TO  WS-NBV-BEFORE.
034500     SUBTRACT GLFAS-ACCUM-DEPR FROM GLFAS-COST
034600         GIVING WS-NBV-AFTER.
034700     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
034800     MOVE "ASSET ADDED"           TO  FAS-MESSAGE.
034900 3000-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300* 3500-TRANSFER-ASSET - HOLD A TRANSFER TO A NEW DEPARTMENT     *
035400*                       AND/OR NEW ACCOUNTS AS PENDING; A       *
035500*                       BLANK DEPARTMENT OR ZERO ACCOUNT        *
035600*                       LEAVES THAT ITEM WHERE IT IS            *
035700*****************************************************************
035800 3500-TRANSFER-ASSET.
035900     PERFORM 6600-EDIT-CHANGEABLE THRU 6600-EXIT.
036000     IF  NOT WS-EDITS-OK
036100         GO TO 3500-EXIT.
036200
036300     MOVE GLFAS-DEPT-CODE         TO  GLFAS-XFR-DEPT-CODE.
036400     MOVE GLFAS-ASSET-ACCT-NO     TO  GLFAS-XFR-ASSET-ACCT-NO.
036500     MOVE GLFAS-ACCUM-ACCT-NO     TO  GLFAS-XFR-ACCUM-ACCT-NO.
036600     MOVE GLFAS-EXPENSE-ACCT-NO   TO  GLFAS-XFR-EXPENSE-ACCT-NO.
036700
036800     IF  FAS-DEPT-CODE IS NOT EQUAL TO SPACES
036900         MOVE FAS-DEPT-CODE       TO  WS-CHK-DEPT-CODE
037000         PERFORM 6200-CHECK-DEPT  THRU 6200-EXIT
037100         IF  NOT WS-ACCT-OK
037200             GO TO 3500-EXIT
037300         END-IF
037400         MOVE FAS-DEPT-CODE       TO  GLFAS-XFR-DEPT-CODE
037500     END-IF.
037600
037700     IF  FAS-ASSET-ACCT IS NUMERIC
037800     AND FAS-ASSET-ACCT IS NOT EQUAL TO ZERO
037900         MOVE FAS-ASSET-ACCT      TO  WS-CHK-ACCT-NO
038000         PERFORM 6100-CHECK-ACCOUNT THRU 6100-EXIT
038100         IF  NOT WS-ACCT-OK
038200             GO TO 3500-EXIT
038300         END-IF
038400         MOVE FAS-ASSET-ACCT      TO  GLFAS-XFR-ASSET-ACCT-NO
038500     END-IF.
038600
038700     IF  FAS-ACCUM-ACCT IS NUMERIC
038800     AND FAS-ACCUM-ACCT IS NOT EQUAL TO ZERO
038900         MOVE FAS-ACCUM-ACCT      TO  WS-CHK-ACCT-NO
039000         PERFORM 6100-CHECK-ACCOUNT THRU 6100-EXIT
039100         IF  NOT WS-ACCT-OK
039200             GO TO 3500-EXIT
039300         END-IF
039400         MOVE FAS-ACCUM-ACCT      TO  GLFAS-XFR-ACCUM-ACCT-NO
039500     END-IF.
039600
039700     IF  FAS-EXPENSE-ACCT IS NUMERIC
039800     AND FAS-EXPENSE-ACCT IS NOT EQUAL TO ZERO
039900         MOVE FAS-EXPENSE-ACCT    TO  WS-CHK-ACCT-NO
040000         PERFORM 6100-CHECK-ACCOUNT THRU 6100-EXIT
040100         IF  NOT WS-ACCT-OK
040200             GO TO 3500-EXIT
040300         END-IF
040400         MOVE FAS-EXPENSE-ACCT    TO  GLFAS-XFR-EXPENSE-ACCT-NO
040500     END-IF.
040600
040700     IF  GLFAS-XFR-DEPT-CODE IS EQUAL TO GLFAS-DEPT-CODE
040800     AND GLFAS-XFR-ASSET-ACCT-NO IS EQUAL TO GLFAS-ASSET-ACCT-NO
040900     AND GLFAS-XFR-ACCUM-ACCT-NO IS EQUAL TO GLFAS-ACCUM-ACCT-NO
041000     AND GLFAS-XFR-EXPENSE-ACCT-NO
041100                           IS EQUAL TO GLFAS-EXPENSE-ACCT-NO
041200         MOVE "TRANSFER CHANGES NOTHING" TO  FAS-MESSAGE
041300         GO TO 3500-EXIT.
041400
041500     MOVE "T"                     TO  GLFAS-PENDING-SW.
041600     REWRITE GLFAS-RECORD.
041700     IF  NOT WS-FAS-OK
041800         DISPLAY "GLFASMNT - ERROR REWRITING GLFASMST, STATUS "
041900                 WS-FAS-STATUS
042000         STOP RUN.
042100
042200     MOVE WS-NBV-BEFORE           TO  WS-NBV-AFTER.
042300     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
042400     MOVE "TRANSFER PENDING MONTHLY RUN" TO  FAS-MESSAGE.
042500 3500-EXIT.
042600     EXIT.
042700
042800*****************************************************************
042900* 4000-DISPOSE-ASSET - HOLD A DISPOSAL, WITH ITS PROCEEDS AND   *
043000*                      THE ACCOUNTS THEY AND THE GAIN/LOSS      *
043100*                      POST TO, AS PENDING                      *
043200*****************************************************************
043300 4000-DISPOSE-ASSET.
043400     PERFORM 6600-EDIT-CHANGEABLE THRU 6600-EXIT.
043500     IF  NOT WS-EDITS-OK
043600         GO TO 4000-EXIT.
043700
043800     IF  FAS-DISP-DATE IS NOT NUMERIC
043900     OR  FAS-DISP-DATE IS EQUAL TO ZERO
044000         MOVE "DISPOSAL DATE REQUIRED" TO  FAS-MESSAGE
044100         GO TO 4000-EXIT.
044200
044300     IF  FAS-PROCEEDS IS LESS THAN ZERO
044400         MOVE "PROCEEDS MAY NOT BE NEGATIVE" TO  FAS-MESSAGE
044500         GO TO 4000-EXIT.
044600
044700     IF  FAS-PROCEEDS IS GREATER THAN ZERO
044800         MOVE FAS-PROCEEDS-ACCT   TO  WS-CHK-ACCT-NO
044900         PERFORM 6100-CHECK-ACCOUNT THRU 6100-EXIT
045000         IF  NOT WS-ACCT-OK
045100             MOVE "PROCEEDS ACCOUNT INVALID" TO  FAS-MESSAGE
045200             GO TO 4000-EXIT
045300         END-IF
045400     END-IF.
045500
045600     MOVE FAS-GAIN-LOSS-ACCT      TO  WS-CHK-ACCT-NO.
045700     PERFORM 6100-CHECK-ACCOUNT   THRU 6100-EXIT.
045800     IF  NOT WS-ACCT-OK
045900         MOVE "GAIN/LOSS ACCOUNT INVALID" TO  FAS-MESSAGE
046000         GO TO 4000-EXIT.
046100
046200     MOVE "D"                     TO  GLFAS-PENDING-SW.
046300     MOVE FAS-DISP-DATE           TO  GLFAS-DISP-DATE.
046400     MOVE FAS-PROCEEDS            TO  GLFAS-DISP-PROCEEDS.
046500     MOVE ZERO                    TO  GLFAS-PROCEEDS-ACCT-NO.
046600     IF  FAS-PROCEEDS IS GREATER THAN ZERO
046700         MOVE FAS-PROCEEDS-ACCT   TO  GLFAS-PROCEEDS-ACCT-NO.
046800     MOVE FAS-GAIN-LOSS-ACCT      TO  GLFAS-GAIN-LOSS-ACCT-NO.
046900
047000     REWRITE GLFAS-RECORD.
047100     IF  NOT WS-FAS-OK
047200         DISPLAY "GLFASMNT - ERROR REWRITING GLFASMST, STATUS "
047300                 WS-FAS-STATUS
047400         STOP RUN.
047500
047600     MOVE ZERO                    TO  WS-NBV-AFTER.
047700     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
047800     MOVE "DISPOSAL PENDING MONTHLY RUN" TO  FAS-MESSAGE.
047900 4000-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300* 4100-CHECK-AUTHORITY - THE OPERATOR MUST HOLD POST AUTHORITY  *
048400*                        FOR THE KEYED COMPANY                  *
048500*****************************************************************
048600 4100-CHECK-AUTHORITY.
048700     MOVE "N"                     TO  WS-AUTH-OK-SW.
048800     MOVE WS-USER-ID              TO  GLUSR-USER-ID.
048900     MOVE FAS-CO-CODE             TO  GLUSR-CO-CODE.
049000
049100     READ USR-FILE
049200         INVALID KEY
049300             MOVE "NOT AUTHORIZED FOR COMPANY" TO  FAS-MESSAGE
049400             GO TO 4100-EXIT.
049500
049600     IF  NOT GLUSR-MAY-POST
049700         MOVE "NOT AUTHORIZED FOR COMPANY" TO  FAS-MESSAGE
049800         GO TO 4100-EXIT.
049900
050000     MOVE "Y"                     TO  WS-AUTH-OK-SW.
050100 4100-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500* 6000-EDIT-ADD - EVERY FIELD OF A NEW ASSET: THE THREE         *
050600*                 ACCOUNTS ON THE CHART AND ACTIVE, THE         *
050700*                 DEPARTMENT BLANK OR ACTIVE, A POSITIVE COST   *
050800*                 ABOVE SALVAGE, A LIFE AND A KNOWN METHOD,     *
050900*                 AND ANY DEPRECIATION BROUGHT FORWARD WITHIN   *
051000*                 THE DEPRECIABLE BASE AND THE LIFE             *
051100*****************************************************************
051200 6000-EDIT-ADD.
051300     MOVE "N"                     TO  WS-EDITS-OK-SW.
051400
051500     IF  FAS-ASSET-NO IS NOT NUMERIC
051600     OR  FAS-ASSET-NO IS EQUAL TO ZERO
051700         MOVE "ASSET NUMBER REQUIRED" TO  FAS-MESSAGE
051800         GO TO 6000-EXIT.
051900
052000     IF  FAS-DESC IS EQUAL TO SPACES
052100         MOVE "DESCRIPTION REQUIRED" TO  FAS-MESSAGE
052200         GO TO 6000-EXIT.
052300
052400     MOVE FAS-ASSET-ACCT          TO  WS-CHK-ACCT-NO.
052500     PERFORM 6100-CHECK-ACCOUNT   THRU 6100-EXIT.
052600     IF  NOT WS-ACCT-OK
052700         GO TO 6000-EXIT.
052800
052900     MOVE FAS-ACCUM-ACCT          TO  WS-CHK-ACCT-NO.
053000     PERFORM 6100-CHECK-ACCOUNT   THRU 6100-EXIT.
053100     IF  NOT WS-ACCT-OK
053200         GO TO 6000-EXIT.
053300
053400     MOVE FAS-EXPENSE-ACCT        TO  WS-CHK-ACCT-NO.
053500     PERFORM 6100-CHECK-ACCOUNT   THRU 6100-EXIT.
053600     IF  NOT WS-ACCT-OK
053700         GO TO 6000-EXIT.
053800
053900     IF  FAS-DEPT-CODE IS NOT EQUAL TO SPACES
054000         MOVE FAS-DEPT-CODE       TO  WS-CHK-DEPT-CODE
054100         PERFORM 6200-CHECK-DEPT  THRU 6200-EXIT
054200         IF  NOT WS-ACCT-OK
054300             GO TO 6000-EXIT
054400         END-IF
054500     END-IF.
054600
054700     IF  FAS-COST IS NOT GREATER THAN ZERO
054800         MOVE "COST MUST BE POSITIVE" TO  FAS-MESSAGE
054900         GO TO 6000-EXIT.
055000
055100     IF  FAS-SALVAGE IS LESS THAN ZERO
055200     OR  FAS-SALVAGE IS NOT LESS THAN FAS-COST
055300         MOVE "SALVAGE MUST BE BELOW COST" TO  FAS-MESSAGE
055400         GO TO 6000-EXIT.
055500
055600     IF  FAS-IN-SVC-DATE IS NOT NUMERIC
055700     OR  FAS-IN-SVC-DATE IS EQUAL TO ZERO
055800         MOVE "IN-SERVICE DATE REQUIRED" TO  FAS-MESSAGE
055900         GO TO 6000-EXIT.
056000
056100     IF  FAS-LIFE IS NOT NUMERIC
056200     OR  FAS-LIFE IS EQUAL TO ZERO
056300         MOVE "LIFE IN MONTHS REQUIRED" TO  FAS-MESSAGE
056400         GO TO 6000-EXIT.
056500
056600     IF  FAS-METHOD IS NOT EQUAL TO "S"
056700     AND FAS-METHOD IS NOT EQUAL TO "D"
056800         MOVE "METHOD MUST BE S OR D" TO  FAS-MESSAGE
056900         GO TO 6000-EXIT.
057000
057100     IF  FAS-MONTHS-TAKEN IS NOT NUMERIC
057200         MOVE ZERO                TO  FAS-MONTHS-TAKEN.
057300     IF  FAS-MONTHS-TAKEN IS GREATER THAN FAS-LIFE
057400         MOVE "MONTHS TAKEN EXCEEDS LIFE" TO  FAS-MESSAGE
057500         GO TO 6000-EXIT.
057600
057700     SUBTRACT FAS-SALVAGE FROM FAS-COST GIVING WS-DEPRECIABLE.
057800     IF  FAS-ACCUM-DEPR IS LESS THAN ZERO
057900     OR  FAS-ACCUM-DEPR IS GREATER THAN WS-DEPRECIABLE
058000         MOVE "ACCUM DEPR OUTSIDE COST LESS SALVAGE"
058100                                  TO  FAS-MESSAGE
058200         GO TO 6000-EXIT.
058300
058400     MOVE "Y"                     TO  WS-EDITS-OK-SW.
058500 6000-EXIT.
058600     EXIT.
058700
058800*****************************************************************
058900* 6100-CHECK-ACCOUNT - WS-CHK-ACCT-NO MUST BE ON THE KEYED      *
059000*                      COMPANY'S CHART AND ACTIVE               *
059100*****************************************************************
059200 6100-CHECK-ACCOUNT.
059300     MOVE "N"                     TO  WS-ACCT-OK-SW.
059400     MOVE FAS-CO-CODE             TO  GLCOA-CO-CODE.
059500     MOVE WS-CHK-ACCT-NO          TO  GLCOA-ACCT-NO.
059600     READ COA-FILE
059700         INVALID KEY
059800             MOVE "ACCOUNT NOT ON FILE" TO  FAS-MESSAGE
059900             GO TO 6100-EXIT.
060000
060100     IF  GLCOA-IS-INACTIVE
060200         MOVE "ACCOUNT INACTIVE"  TO  FAS-MESSAGE
060300         GO TO 6100-EXIT.
060400
060500     MOVE "Y"                     TO  WS-ACCT-OK-SW.
060600 6100-EXIT.
060700     EXIT.
060800
060900*****************************************************************
061000* 6200-CHECK-DEPT - WS-CHK-DEPT-CODE MUST BE ON THE DEPARTMENT  *
061100*                   MASTER AND ACTIVE                           *
061200*****************************************************************
061300 6200-CHECK-DEPT.
061400     MOVE "N"                     TO  WS-ACCT-OK-SW.
061500     MOVE WS-CHK-DEPT-CODE        TO  GLDEP-DEPT-CODE.
061600     READ DEP-FILE
061700         INVALID KEY
061800             MOVE "DEPARTMENT NOT ON FILE" TO  FAS-MESSAGE
061900             GO TO 6200-EXIT.
062000
062100     IF  NOT GLDEP-IS-ACTIVE
062200         MOVE "DEPARTMENT INACTIVE" TO  FAS-MESSAGE
062300         GO TO 6200-EXIT.
062400
062500     MOVE "Y"                     TO  WS-ACCT-OK-SW.
062600 6200-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000* 6500-READ-ASSET - READ THE KEYED ASSET'S MASTER ROW           *
063100*****************************************************************
063200 6500-READ-ASSET.
063300     MOVE "Y"                     TO  WS-FAS-FOUND-SW.
063400     MOVE FAS-CO-CODE             TO  GLFAS-CO-CODE.
063500     MOVE FAS-ASSET-NO            TO  GLFAS-ASSET-NO.
063600     READ FAS-FILE
063700         INVALID KEY
063800             MOVE "N"             TO  WS-FAS-FOUND-SW.
063900 6500-EXIT.
064000     EXIT.
064100
064200*****************************************************************
064300* 6600-EDIT-CHANGEABLE - A TRANSFER OR DISPOSAL NEEDS THE       *
064400*                        ASSET ON FILE, NOT ALREADY DISPOSED,   *
064500*                        AND WITH NOTHING ELSE PENDING          *
064600*****************************************************************
064700 6600-EDIT-CHANGEABLE.
064800     MOVE "N"                     TO  WS-EDITS-OK-SW.
064900     PERFORM 6500-READ-ASSET      THRU 6500-EXIT.
065000     IF  NOT WS-FAS-FOUND
065100         MOVE "ASSET NOT ON FILE" TO  FAS-MESSAGE
065200         GO TO 6600-EXIT.
065300
065400     IF  GLFAS-IS-DISPOSED
065500         MOVE "ASSET ALREADY DISPOSED" TO  FAS-MESSAGE
065600         GO TO 6600-EXIT.
065700
065800     IF  NOT GLFAS-NOTHING-PENDING
065900         MOVE "ACTION ALREADY PENDING ON ASSET" TO  FAS-MESSAGE
066000         GO TO 6600-EXIT.
066100
066200     SUBTRACT GLFAS-ACCUM-DEPR FROM GLFAS-COST
066300         GIVING WS-NBV-BEFORE.
066400     MOVE "Y"                     TO  WS-EDITS-OK-SW.
066500 6600-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900* 7000-WRITE-AUDIT-ROW - WRITE A GLLOGREC-STYLE AUDIT ROW FOR   *
067000*                        THE ACTION JUST APPLIED, ACTION CODE   *
067100*                        "M", CARRYING THE ASSET'S NET BOOK     *
067200*                        VALUE BEFORE AND AFTER                 *
067300*****************************************************************
067400 7000-WRITE-AUDIT-ROW.
067500     MOVE WS-USER-ID              TO  GLLOG-USER-ID.
067600     ACCEPT GLLOG-DATE            FROM DATE YYYYMMDD.
067700     ACCEPT GLLOG-TIME            FROM TIME.
067800     MOVE ZERO                    TO  GLLOG-BATCH-NO.
067900     MOVE ZERO                    TO  GLLOG-LINE-NO.
068000     MOVE GLFAS-ASSET-ACCT-NO     TO  GLLOG-ACCT-NO.
068100     MOVE "M"                     TO  GLLOG-DR-CR-CODE.
068200     MOVE WS-NBV-BEFORE           TO  GLLOG-BAL-BEFORE.
068300     MOVE WS-NBV-AFTER            TO  GLLOG-BAL-AFTER.
068400
068410     MOVE "L"                     TO  GLLCH-FUNCTION.
068420     MOVE "N"                     TO  GLLCH-COMMIT-SW.
068430     CALL "GLLOGCHN"         USING GLLCH-AREA
068440                                   GLLOG-RECORD.
068500     WRITE GLLOG-RECORD.
068600     IF  NOT WS-LOG-OK
068700         DISPLAY "GLFASMNT - ERROR WRITING GLPSTLOG, STATUS "
068800                 WS-LOG-STATUS
068900         STOP RUN.
069000
069100     ADD 1                        TO  WS-MNT-CNT.
069200 7000-EXIT.
069300     EXIT.
069400
069500*****************************************************************
069600* 9000-TERMINATE - CLOSE ALL FILES                               *
069700*****************************************************************
069800 9000-TERMINATE.
069900     CLOSE SCREEN-FILE.
070000     CLOSE FAS-FILE.
070100     CLOSE COA-FILE.
070200     CLOSE DEP-FILE.
070300     CLOSE USR-FILE.
070310     MOVE "E"                     TO  GLLCH-FUNCTION.
070320     CALL "GLLOGCHN"         USING GLLCH-AREA
070330                                   GLLOG-RECORD.
070400     CLOSE LOG-FILE.
070500 9000-EXIT.
070600     EXIT.
070700
070800 9999-EXIT.
070900     STOP RUN.
