000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLPOSPAY.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLPOSPAY  -  POSITIVE-PAY ISSUED-CHECK FILE TO THE BANK       *
001000*                                                               *
001100*  NIGHTLY STEP, RUN AFTER GLPOST.  READS THE NIGHT'S POSTED    *
001200*  TRANSACTIONS (GLPSTOUT) AND, FOR EVERY LINE ON AN ACCOUNT    *
001300*  FLAGGED A CASH ACCOUNT (GLCOA-CASH-ACCT-SW), READS THE LINE  *
001400*  BACK FROM THE GL HISTORY (GLHSTREC) FOR THE CHECK NUMBER IT  *
001500*  CARRIES IN GLHST-DOC-REF.  THE HISTORY PERIOD IS DERIVED     *
001600*  FROM THE BATCH'S ENTRY DATE THROUGH THE FISCAL CALENDAR,     *
001700*  THE SAME DERIVATION GLPOST MAKES.  A LINE WITH NO CHECK      *
001800*  NUMBER IS NOT A CHECK AND IS PASSED OVER.                    *
001900*                                                               *
002000*    CREDIT, ORDINARY BATCH             ISSUED CHECK ("I")      *
002100*    DEBIT, REVERSAL BATCH (GLCORREV    VOIDED CHECK ("V")      *
002200*      OR GLREVERS CONTRA LINE)                                 *
002300*                                                               *
002400*  EVERY LINE PICKED UP IS REMEMBERED ON THE SENT REGISTER      *
002500*  (GLPPYREC), KEYED BY CASH ACCOUNT, CHECK NUMBER, TRANSACTION *
002600*  CODE AND POSTED BATCH/LINE, SO A RERUN OVER THE SAME         *
002700*  GLPSTOUT ADDS NOTHING TWICE.  THE NEW REGISTER ROWS ARE      *
002800*  THEN SUMMED BY CHECK INTO ONE BANK RECORD APIECE ON THE      *
002900*  POSITIVE-PAY FILE (GLPPYOUT, GLPPFREC FORMAT), CLOSED BY A   *
003000*  TRAILER CARRYING THE RECORD COUNT AND AMOUNT TOTAL THE BANK  *
003100*  PROVES THE FILE AGAINST.  ONLY WHEN THE FILE HAS BEEN        *
003200*  CLOSED ARE THE ROWS MARKED SENT.  A VOID CARRIES THE ISSUE   *
003300*  DATE OF THE CHECK IT CANCELS WHEN THE REGISTER HAS IT.       *
003400*                                                               *
003500*  A LINE POSTING AGAINST A CHECK NUMBER THE BANK ALREADY HAS   *
003600*  FOR THE SAME TRANSACTION CODE IS HELD ("H") ON THE REGISTER  *
003700*  AND COUNTED FOR TREASURY, NOT SENT A SECOND TIME.            *
003800*                                                               *
003900*---------------------------------------------------------------*
004000*  MODIFICATION HISTORY                                         *
004100*---------------------------------------------------------------*
004200*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-ISERIES.
004700 OBJECT-COMPUTER.   IBM-ISERIES.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT PST-FILE   ASSIGN TO GLPSTOUT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS  IS WS-PST-STATUS.
005300
005400     SELECT COA-FILE   ASSIGN TO GLCOA
005500         ORGANIZATION IS INDEXED
005600         ACCESS       IS DYNAMIC
005700         RECORD KEY   IS GLCOA-KEY
005800         FILE STATUS  IS WS-COA-STATUS.
005900
006000     SELECT BTCH-FILE  ASSIGN TO GLBATCH
006100         ORGANIZATION IS INDEXED
006200         ACCESS       IS DYNAMIC
006300         RECORD KEY   IS GLBTCH-KEY
006400         FILE STATUS  IS WS-BTCH-STATUS.
006500
006600     SELECT FCL-FILE   ASSIGN TO GLFSCAL
006700         ORGANIZATION IS INDEXED
006800         ACCESS       IS DYNAMIC
006900         RECORD KEY   IS GLFCL-KEY
007000         FILE STATUS  IS WS-FCL-STATUS.
007100
007200     SELECT HST-FILE   ASSIGN TO GLHIST
007300         ORGANIZATION IS INDEXED
007400         ACCESS       IS DYNAMIC
007500         RECORD KEY   IS GLHST-KEY
007600         FILE STATUS  IS WS-HST-STATUS.
007700
007800     SELECT PPY-FILE   ASSIGN TO GLPOSREG
007900         ORGANIZATION IS INDEXED
008000         ACCESS       IS DYNAMIC
008100         RECORD KEY   IS GLPPY-KEY
008200         FILE STATUS  IS WS-PPY-STATUS.
008300
008400     SELECT PPF-FILE   ASSIGN TO GLPPYOUT
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS  IS WS-PPF-STATUS.
008700
008800/
008900*****************************************************************
009000* D A T A   D I V I S I O N                                     *
009100*****************************************************************
009200 DATA DIVISION.
009300 FILE SECTION.
009400
009500 FD  PST-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY GLPSTREC.
009800
009900 FD  COA-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY GLCOAREC.
010200
010300 FD  BTCH-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY GLBTCHREC.
010600
010700 FD  FCL-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY GLFCLREC.
011000
011100 FD  HST-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY GLHSTREC.
011400
011500 FD  PPY-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY GLPPYREC.
011800
011900 FD  PPF-FILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORDING MODE IS F.
012200     COPY GLPPFREC.
012300
012400/
012500*****************************************************************
012600* W O R K I N G   S T O R A G E   S E C T I O N                 *
012700*****************************************************************
012800 WORKING-STORAGE SECTION.
012900
013000 77  WS-PST-STATUS              PIC X(02) VALUE SPACES.
013100     88  WS-PST-OK                       VALUE "00".
013200     88  WS-PST-EOF                      VALUE "10".
013300
013400 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
013500     88  WS-COA-OK                       VALUE "00".
013600
013700 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
013800     88  WS-BTCH-OK                      VALUE "00".
013900
014000 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
014100     88  WS-FCL-OK                       VALUE "00".
014200
014300 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
014400     88  WS-HST-OK                       VALUE "00".
014500
014600 77  WS-PPY-STATUS              PIC X(02) VALUE SPACES.
014700     88  WS-PPY-OK                       VALUE "00".
014800     88  WS-PPY-EOF                      VALUE "10".
014900
015000 77  WS-PPF-STATUS              PIC X(02) VALUE SPACES.
015100     88  WS-PPF-OK                       VALUE "00".
015200
015300 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
015400 77  WS-FISCAL-PERIOD           PIC 9(06) VALUE ZERO.
015500
015600 77  WS-TRAN-CODE               PIC X(01) VALUE SPACES.
015700 77  WS-ISSUE-DATE              PIC 9(08) VALUE ZERO.
015800
015900 77  WS-ALREADY-SENT-SW         PIC X(01) VALUE "N".
016000     88  WS-ALREADY-SENT                 VALUE "Y".
016100
016200 77  WS-SCAN-DONE-SW            PIC X(01) VALUE "N".
016300     88  WS-SCAN-DONE                    VALUE "Y".
016400
016500*
016600* THE CHECK WHOSE NEW REGISTER ROWS ARE BEING SUMMED INTO ONE
016700* BANK RECORD.
016800*
016900 77  WS-GROUP-ACTIVE-SW         PIC X(01) VALUE "N".
017000     88  WS-GROUP-ACTIVE                 VALUE "Y".
017100
017200 01  WS-GROUP-KEY.
017300     05  WS-GROUP-CO-CODE       PIC X(03) VALUE SPACES.
017400     05  WS-GROUP-ACCT-NO       PIC 9(06) VALUE ZERO.
017500     05  WS-GROUP-CHECK-NO      PIC X(15) VALUE SPACES.
017600     05  WS-GROUP-TRAN-CODE     PIC X(01) VALUE SPACES.
017700 77  WS-GROUP-AMOUNT            PIC S9(09)V99 COMP-3 VALUE ZERO.
017800 77  WS-GROUP-ISSUE-DATE        PIC 9(08) VALUE ZERO.
017900
018000 01  WS-ROW-KEY.
018100     05  WS-ROW-CO-CODE         PIC X(03) VALUE SPACES.
018200     05  WS-ROW-ACCT-NO         PIC 9(06) VALUE ZERO.
018300     05  WS-ROW-CHECK-NO        PIC X(15) VALUE SPACES.
018400     05  WS-ROW-TRAN-CODE       PIC X(01) VALUE SPACES.
018500
018600 77  WS-SAVE-PPY-KEY            PIC X(35) VALUE SPACES.
018700
018800 77  WS-FILE-REC-CNT            PIC 9(07) BINARY VALUE ZERO.
018900 77  WS-FILE-TOTAL-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
019000
019100 77  WS-READ-CNT                PIC 9(07) BINARY VALUE ZERO.
019200 77  WS-ISSUE-CNT               PIC 9(07) BINARY VALUE ZERO.
019300 77  WS-VOID-CNT                PIC 9(07) BINARY VALUE ZERO.
019400 77  WS-HELD-CNT                PIC 9(07) BINARY VALUE ZERO.
019500 77  WS-DUP-CNT                 PIC 9(07) BINARY VALUE ZERO.
019600 77  WS-NOHIST-CNT              PIC 9(07) BINARY VALUE ZERO.
019700
019800/
019900*****************************************************************
020000* P R O C E D U R E   D I V I S I O N                           *
020100*****************************************************************
020200 PROCEDURE DIVISION.
020300
020400*****************************************************************
020500* 0000-MAINLINE                                                 *
020600*****************************************************************
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
020900     PERFORM 2000-ONE-POSTED-LINE     THRU 2000-EXIT
021000         UNTIL WS-PST-EOF.
021100     PERFORM 3000-WRITE-BANK-FILE     THRU 3000-EXIT.
021200     PERFORM 4000-MARK-SENT           THRU 4000-EXIT.
021300     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
021400     GO TO 9999-EXIT.
021500
021600*****************************************************************
021700* 1000-INITIALIZE - OPEN THE FILES                              *
021800*****************************************************************
021900 1000-INITIALIZE.
022000     OPEN INPUT  PST-FILE.
022100     OPEN INPUT  COA-FILE.
022200     OPEN INPUT  BTCH-FILE.
022300     OPEN INPUT  FCL-FILE.
022400     OPEN INPUT  HST-FILE.
022500     OPEN I-O    PPY-FILE.
022600     OPEN OUTPUT PPF-FILE.
022700
022800     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
022900 1000-EXIT.
023000     EXIT.
023100
023200*****************************************************************
023300* 2000-ONE-POSTED-LINE - REGISTER ONE POSTED CASH-ACCOUNT LINE  *
023400*                        THAT ISSUES OR VOIDS A CHECK           *
023500*****************************************************************
023600 2000-ONE-POSTED-LINE.
023700     READ PST-FILE
023800         AT END
023900             MOVE "10"            TO  WS-PST-STATUS
024000             GO TO 2000-EXIT.
024100
024200     ADD 1                        TO  WS-READ-CNT.
024300
024400     MOVE GLPST-CO-CODE           TO  GLCOA-CO-CODE.
024500     MOVE GLPST-ACCT-NO           TO  GLCOA-ACCT-NO.
024600     READ COA-FILE
024700         INVALID KEY
024800             GO TO 2000-EXIT.
024900
025000     IF  NOT GLCOA-IS-CASH-ACCT
025100         GO TO 2000-EXIT.
025200
025300     MOVE GLPST-BATCH-NO          TO  GLBTCH-BATCH-NO.
025400     READ BTCH-FILE
025500         INVALID KEY
025600             DISPLAY "GLPOSPAY - BATCH " GLPST-BATCH-NO
025700                     " NOT ON GLBATCH, LINE SKIPPED"
025800             ADD 1                TO  WS-NOHIST-CNT
025900             GO TO 2000-EXIT.
026000
026014*
026028* A PARALLEL-BOOK (TAX, IFRS) ADJUSTMENT MOVES NO CASH.
026042*
026056     IF  NOT GLBTCH-BASE-LEDGER
026070         GO TO 2000-EXIT.
026084
026100*
026200* AN ISSUE IS A CREDIT TO CASH ON AN ORDINARY BATCH; A VOID IS
026300* THE DEBIT CONTRA LINE OF A REVERSAL BATCH.  ANYTHING ELSE ON
026400* A CASH ACCOUNT (DEPOSITS, REVERSED DEPOSITS) IS NOT A CHECK.
026500*
026600     IF  GLPST-DR-CR-CODE IS EQUAL TO "C"
026700     AND GLBTCH-REVERSAL-OF-BATCH IS EQUAL TO ZERO
026800         MOVE "I"                 TO  WS-TRAN-CODE
026900     ELSE
027000         IF  GLPST-DR-CR-CODE IS EQUAL TO "D"
027100         AND GLBTCH-REVERSAL-OF-BATCH IS GREATER THAN ZERO
027200             MOVE "V"             TO  WS-TRAN-CODE
027300         ELSE
027400             GO TO 2000-EXIT.
027500
027600     PERFORM 2100-FIND-FISCAL-PERIOD THRU 2100-EXIT.
027700
027800     MOVE GLPST-CO-CODE           TO  GLHST-CO-CODE.
027900     MOVE GLPST-ACCT-NO           TO  GLHST-ACCT-NO.
028000     MOVE WS-FISCAL-PERIOD        TO  GLHST-PERIOD.
028100     MOVE GLPST-BATCH-NO          TO  GLHST-BATCH-NO.
028200     MOVE GLPST-LINE-NO           TO  GLHST-LINE-NO.
028300     READ HST-FILE
028400         INVALID KEY
028500             DISPLAY "GLPOSPAY - BATCH " GLPST-BATCH-NO
028600                     " LINE " GLPST-LINE-NO
028700                     " NOT ON GLHIST, LINE SKIPPED"
028800             ADD 1                TO  WS-NOHIST-CNT
028900             GO TO 2000-EXIT.
029000
029100     IF  GLHST-DOC-REF IS EQUAL TO SPACES
029200         GO TO 2000-EXIT.
029300
029400     MOVE GLPST-CO-CODE           TO  GLPPY-CO-CODE.
029500     MOVE GLPST-ACCT-NO           TO  GLPPY-ACCT-NO.
029600     MOVE GLHST-DOC-REF           TO  GLPPY-CHECK-NO.
029700     MOVE WS-TRAN-CODE            TO  GLPPY-TRAN-CODE.
029800     MOVE GLPST-BATCH-NO          TO  GLPPY-BATCH-NO.
029900     MOVE GLPST-LINE-NO           TO  GLPPY-LINE-NO.
030000     READ PPY-FILE
030100         INVALID KEY
030200             MOVE "23"            TO  WS-PPY-STATUS.
030300
030400     IF  WS-PPY-OK
030500         ADD 1                    TO  WS-DUP-CNT
030600         GO TO 2000-EXIT.
030700
030800     PERFORM 2200-CHECK-ALREADY-SENT THRU 2200-EXIT.
030900     PERFORM 2300-WRITE-REGISTER     THRU 2300-EXIT.
031000 2000-EXIT.
031100     EXIT.
031200
031300*****************************************************************
031400* 2100-FIND-FISCAL-PERIOD - LOOK THE BATCH'S ENTRY DATE UP ON   *
031500*                           THE FISCAL CALENDAR THE WAY GLPOST  *
031600*                           DID WHEN IT WROTE THE HISTORY ROW,  *
031700*                           FALLING BACK TO THE CALENDAR MONTH  *
031800*****************************************************************
031900 2100-FIND-FISCAL-PERIOD.
032000     MOVE GLBTCH-ENTRY-DATE (1:6) TO WS-FISCAL-PERIOD.
032100
032200     MOVE GLBTCH-ENTRY-DATE       TO  GLFCL-END-DATE.
032300     START FCL-FILE
032400         KEY IS NOT LESS THAN GLFCL-KEY
032500         INVALID KEY
032600             GO TO 2100-EXIT.
032700
032800     READ FCL-FILE NEXT RECORD
032900         AT END
033000             GO TO 2100-EXIT.
033100
033200     IF  GLFCL-START-DATE IS NOT GREATER THAN GLBTCH-ENTRY-DATE
033300         MOVE GLFCL-PERIOD        TO  WS-FISCAL-PERIOD.
033400 2100-EXIT.
033500     EXIT.
033600
033700*****************************************************************
033800* 2200-CHECK-ALREADY-SENT - SCAN THE REGISTER ROWS ALREADY HELD *
033900*                           FOR THIS CHECK NUMBER: ANY SENT ROW *
034000*                           FOR THE SAME TRANSACTION CODE MEANS *
034100*                           THE BANK HAS THE CHECK.  FOR A VOID *
034200*                           THE ISSUE ROWS ALSO SUPPLY THE      *
034300*                           ORIGINAL ISSUE DATE                 *
034400*****************************************************************
034500 2200-CHECK-ALREADY-SENT.
034600     MOVE "N"                     TO  WS-ALREADY-SENT-SW.
034700     MOVE GLHST-ENTRY-DATE        TO  WS-ISSUE-DATE.
034800     MOVE GLPPY-KEY               TO  WS-SAVE-PPY-KEY.
034900
035000     MOVE GLPST-CO-CODE           TO  WS-ROW-CO-CODE.
035100     MOVE GLPST-ACCT-NO           TO  WS-ROW-ACCT-NO.
035200     MOVE GLHST-DOC-REF           TO  WS-ROW-CHECK-NO.
035300
035400     MOVE "N"                     TO  WS-SCAN-DONE-SW.
035500     MOVE WS-ROW-CO-CODE          TO  GLPPY-CO-CODE.
035600     MOVE WS-ROW-ACCT-NO          TO  GLPPY-ACCT-NO.
035700     MOVE WS-ROW-CHECK-NO         TO  GLPPY-CHECK-NO.
035800     MOVE LOW-VALUES              TO  GLPPY-TRAN-CODE.
035900     MOVE ZERO                    TO  GLPPY-BATCH-NO.
036000     MOVE ZERO                    TO  GLPPY-LINE-NO.
036100     START PPY-FILE
036200         KEY IS NOT LESS THAN GLPPY-KEY
036300         INVALID KEY
036400             MOVE "Y"             TO  WS-SCAN-DONE-SW.
036500
036600     PERFORM 2250-SCAN-ONE-ROW    THRU 2250-EXIT
036700         UNTIL WS-SCAN-DONE.
036800
036900     MOVE WS-SAVE-PPY-KEY         TO  GLPPY-KEY.
037000 2200-EXIT.
037100     EXIT.
037200
037300*****************************************************************
037400* 2250-SCAN-ONE-ROW - TEST ONE REGISTER ROW FOR THE CHECK;      *
037500*                     READING PAST THE CHECK ENDS THE SCAN      *
037600*****************************************************************
037700 2250-SCAN-ONE-ROW.
037800     READ PPY-FILE NEXT RECORD
037900         AT END
038000             MOVE "Y"             TO  WS-SCAN-DONE-SW
038100             GO TO 2250-EXIT.
038200
038300     IF  GLPPY-CO-CODE IS NOT EQUAL TO WS-ROW-CO-CODE
038400     OR  GLPPY-ACCT-NO IS NOT EQUAL TO WS-ROW-ACCT-NO
038500     OR  GLPPY-CHECK-NO IS NOT EQUAL TO WS-ROW-CHECK-NO
038600         MOVE "Y"                 TO  WS-SCAN-DONE-SW
038700         GO TO 2250-EXIT.
038800
038900     IF  GLPPY-TRAN-CODE IS EQUAL TO WS-TRAN-CODE
039000     AND GLPPY-IS-SENT
039100         MOVE "Y"                 TO  WS-ALREADY-SENT-SW.
039200
039300     IF  WS-TRAN-CODE IS EQUAL TO "V"
039400     AND GLPPY-ISSUE
039500         MOVE GLPPY-ISSUE-DATE    TO  WS-ISSUE-DATE.
039600 2250-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000* 2300-WRITE-REGISTER - ADD THE LINE TO THE SENT REGISTER, NEW  *
040100*                       FOR TONIGHT'S FILE OR HELD WHEN THE     *
040200*                       BANK ALREADY HAS THE CHECK              *
040300*****************************************************************
040400 2300-WRITE-REGISTER.
040500     MOVE GLPST-EXT-AMT           TO  GLPPY-AMOUNT.
040600     MOVE WS-ISSUE-DATE           TO  GLPPY-ISSUE-DATE.
040700     MOVE ZERO                    TO  GLPPY-SENT-DATE.
040800
040900     IF  WS-ALREADY-SENT
041000         MOVE "H"                 TO  GLPPY-STATUS-SW
041100         ADD 1                    TO  WS-HELD-CNT
041200         DISPLAY "GLPOSPAY - CHECK " GLPPY-CHECK-NO
041300                 " ALREADY SENT, LINE HELD FOR TREASURY"
041400     ELSE
041500         MOVE "N"                 TO  GLPPY-STATUS-SW.
041600
041700     WRITE GLPPY-RECORD.
041800     IF  NOT WS-PPY-OK
041900         DISPLAY "GLPOSPAY - ERROR WRITING GLPOSREG, STATUS "
042000                 WS-PPY-STATUS
042100         STOP RUN.
042200 2300-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042600* 3000-WRITE-BANK-FILE - BROWSE THE REGISTER, SUMMING THE NEW   *
042700*                        ROWS BY CHECK INTO ONE DETAIL RECORD   *
042800*                        APIECE, THEN WRITE THE TRAILER AND     *
042900*                        CLOSE THE FILE                         *
043000*****************************************************************
043100 3000-WRITE-BANK-FILE.
043200     MOVE SPACES                  TO  WS-PPY-STATUS.
043300     MOVE LOW-VALUES              TO  GLPPY-KEY.
043400     START PPY-FILE
043500         KEY IS NOT LESS THAN GLPPY-KEY
043600         INVALID KEY
043700             MOVE "10"            TO  WS-PPY-STATUS.
043800
043900     PERFORM 3100-ONE-REGISTER-ROW THRU 3100-EXIT
044000         UNTIL WS-PPY-EOF.
044100
044200     IF  WS-GROUP-ACTIVE
044300         PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT.
044400
044500     MOVE SPACES                  TO  GLPPF-RECORD.
044600     MOVE "T"                     TO  GLPPF-REC-TYPE.
044700     MOVE WS-FILE-REC-CNT         TO  GLPPF-TRL-REC-CNT.
044800     MOVE WS-FILE-TOTAL-AMT       TO  GLPPF-TRL-TOTAL-AMT.
044900     WRITE GLPPF-RECORD.
045000     IF  NOT WS-PPF-OK
045100         DISPLAY "GLPOSPAY - ERROR WRITING GLPPYOUT, STATUS "
045200                 WS-PPF-STATUS
045300         STOP RUN.
045400
045500     CLOSE PPF-FILE.
045600 3000-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000* 3100-ONE-REGISTER-ROW - ADD ONE NEW ROW TO ITS CHECK'S TOTAL, *
046100*                         WRITING THE PREVIOUS CHECK WHEN THE   *
046200*                         CHECK CHANGES                         *
046300*****************************************************************
046400 3100-ONE-REGISTER-ROW.
046500     READ PPY-FILE NEXT RECORD
046600         AT END
046700             MOVE "10"            TO  WS-PPY-STATUS
046800             GO TO 3100-EXIT.
046900
047000     IF  NOT GLPPY-IS-NEW
047100         GO TO 3100-EXIT.
047200
047300     MOVE GLPPY-CO-CODE           TO  WS-ROW-CO-CODE.
047400     MOVE GLPPY-ACCT-NO           TO  WS-ROW-ACCT-NO.
047500     MOVE GLPPY-CHECK-NO          TO  WS-ROW-CHECK-NO.
047600     MOVE GLPPY-TRAN-CODE         TO  WS-ROW-TRAN-CODE.
047700
047800     IF  WS-GROUP-ACTIVE
047900     AND WS-ROW-KEY IS NOT EQUAL TO WS-GROUP-KEY
048000         PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT.
048100
048200     IF  NOT WS-GROUP-ACTIVE
048300         MOVE WS-ROW-KEY          TO  WS-GROUP-KEY
048400         MOVE ZERO                TO  WS-GROUP-AMOUNT
048500         MOVE GLPPY-ISSUE-DATE    TO  WS-GROUP-ISSUE-DATE
048600         MOVE "Y"                 TO  WS-GROUP-ACTIVE-SW.
048700
048800     ADD GLPPY-AMOUNT             TO  WS-GROUP-AMOUNT.
048900 3100-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300* 3200-WRITE-DETAIL - WRITE ONE CHECK'S DETAIL RECORD AND ADD   *
049400*                     IT TO THE TRAILER TOTALS                  *
049500*****************************************************************
049600 3200-WRITE-DETAIL.
049700     MOVE SPACES                  TO  GLPPF-RECORD.
049800     MOVE "D"                     TO  GLPPF-REC-TYPE.
049900     MOVE WS-GROUP-TRAN-CODE      TO  GLPPF-DTL-TRAN-CODE.
050000     MOVE WS-GROUP-CO-CODE        TO  GLPPF-DTL-CO-CODE.
050100     MOVE WS-GROUP-ACCT-NO        TO  GLPPF-DTL-ACCT-NO.
050200     MOVE WS-GROUP-CHECK-NO       TO  GLPPF-DTL-CHECK-NO.
050300     MOVE WS-GROUP-AMOUNT         TO  GLPPF-DTL-AMOUNT.
050400     MOVE WS-GROUP-ISSUE-DATE     TO  GLPPF-DTL-ISSUE-DATE.
050500     WRITE GLPPF-RECORD.
050600     IF  NOT WS-PPF-OK
050700         DISPLAY "GLPOSPAY - ERROR WRITING GLPPYOUT, STATUS "
050800                 WS-PPF-STATUS
050900         STOP RUN.
051000
051100     ADD 1                        TO  WS-FILE-REC-CNT.
051200     ADD GLPPF-DTL-AMOUNT         TO  WS-FILE-TOTAL-AMT.
051300     IF  WS-GROUP-TRAN-CODE IS EQUAL TO "V"
051400         ADD 1                    TO  WS-VOID-CNT
051500     ELSE
051600         ADD 1                    TO  WS-ISSUE-CNT.
051700
051800     MOVE "N"                     TO  WS-GROUP-ACTIVE-SW.
051900 3200-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300* 4000-MARK-SENT - THE BANK FILE IS CLOSED; TURN EVERY NEW      *
052400*                  REGISTER ROW SENT SO NO LATER RUN CAN SEND   *
052500*                  IT AGAIN                                     *
052600*****************************************************************
052700 4000-MARK-SENT.
052800     MOVE SPACES                  TO  WS-PPY-STATUS.
052900     MOVE LOW-VALUES              TO  GLPPY-KEY.
053000     START PPY-FILE
053100         KEY IS NOT LESS THAN GLPPY-KEY
053200         INVALID KEY
053300             MOVE "10"            TO  WS-PPY-STATUS.
053400
053500     PERFORM 4100-MARK-ONE-ROW    THRU 4100-EXIT
053600         UNTIL WS-PPY-EOF.
053700 4000-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100* 4100-MARK-ONE-ROW - STAMP ONE NEW ROW SENT WITH TODAY'S DATE  *
054200*****************************************************************
054300 4100-MARK-ONE-ROW.
054400     READ PPY-FILE NEXT RECORD
054500         AT END
054600             MOVE "10"            TO  WS-PPY-STATUS
054700             GO TO 4100-EXIT.
054800
054900     IF  NOT GLPPY-IS-NEW
055000         GO TO 4100-EXIT.
055100
055200     MOVE "S"                     TO  GLPPY-STATUS-SW.
055300     MOVE WS-TODAY-DATE           TO  GLPPY-SENT-DATE.
055400     REWRITE GLPPY-RECORD.
055500     IF  NOT WS-PPY-OK
055600         DISPLAY "GLPOSPAY - ERROR REWRITING GLPOSREG, STATUS "
055700                 WS-PPY-STATUS
055800         STOP RUN.
055900 4100-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
056400*****************************************************************
056500 9000-TERMINATE.
056600     CLOSE PST-FILE.
056700     CLOSE COA-FILE.
056800     CLOSE BTCH-FILE.
056900     CLOSE FCL-FILE.
057000     CLOSE HST-FILE.
057100     CLOSE PPY-FILE.
057200
057300     DISPLAY "GLPOSPAY - POSTED LINES READ: " WS-READ-CNT.
057400     DISPLAY "GLPOSPAY - ISSUES SENT:       " WS-ISSUE-CNT.
057500     DISPLAY "GLPOSPAY - VOIDS SENT:        " WS-VOID-CNT.
057600     DISPLAY "GLPOSPAY - LINES HELD:        " WS-HELD-CNT.
057700     DISPLAY "GLPOSPAY - ALREADY ON FILE:   " WS-DUP-CNT.
057800     DISPLAY "GLPOSPAY - NOT ON HISTORY:    " WS-NOHIST-CNT.
057900     DISPLAY "GLPOSPAY - FILE RECORDS:      " WS-FILE-REC-CNT.
058000     DISPLAY "GLPOSPAY - FILE TOTAL:        " WS-FILE-TOTAL-AMT.
058100 9000-EXIT.
058200     EXIT.
058300
058400 9999-EXIT.
058500     STOP RUN.
