000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLVATRPT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLVATRPT  -  INDIRECT TAX (VAT/SALES TAX) RETURN             *
001000*                                                               *
001100*  ONE SECTION PER COMPANY, BUILT FROM THE TAX CODE EVERY       *
001200*  POSTED LINE CARRIES ON GL HISTORY (GLHST-TAX-CODE).  FOR     *
001300*  EACH TAX CODE, IN CODE SEQUENCE: THE TAXABLE BASE (THE NET   *
001400*  LINES), THE OUTPUT TAX AND THE INPUT TAX (THE LINES ON THE   *
001500*  CODE'S TAX ACCOUNT).  THE COMPANY TOTAL GIVES THE AMOUNT     *
001600*  DUE - OUTPUT TAX LESS INPUT TAX - FOR THE RETURN.            *
001700*                                                               *
001800*  AN OUTPUT CODE'S BASE AND TAX ARE SHOWN CREDIT LESS DEBIT,   *
001900*  AN INPUT CODE'S DEBIT LESS CREDIT, SO A SALE OR A PURCHASE   *
002000*  IS POSITIVE AND A CREDIT NOTE NEGATIVE.  THE CODE'S TYPE     *
002100*  AND TAX ACCOUNT ARE THOSE IN EFFECT ON THE LINE'S ENTRY      *
002200*  DATE (GLTAXCAL).  ONLY THE RECOVERABLE PART OF INPUT TAX     *
002300*  REACHES THE TAX ACCOUNT; THE REST WAS POSTED AS COST WITH    *
002400*  NO TAX CODE AND IS NOT ON THE RETURN.                        *
002500*                                                               *
002600*  THE RETURN IS TIED TO THE LEDGER: FOR EACH TAX ACCOUNT THE   *
002700*  TAX ON THE RETURN IS SET AGAINST THE ACCOUNT'S POSTED        *
002800*  MOVEMENT ON THE PERIOD BALANCES (GLPERBAL) FOR THE SAME      *
002900*  PERIODS, BOTH CREDIT LESS DEBIT.  A DIFFERENCE IS FLAGGED -  *
003000*  A LINE POSTED TO THE TAX ACCOUNT WITHOUT A TAX CODE, AS A    *
003100*  RULE.                                                        *
003200*                                                               *
003300*  THE SELECTIONS ARRIVE THROUGH LINKAGE (GLRQSREC): THE        *
003400*  COMPANY RANGE AND THE PERIOD RANGE (THE RETURN'S QUARTER).   *
003500*  THE ACCOUNT RANGE DOES NOT APPLY.  THE RETURN IS ALWAYS THE  *
003600*  BASE LEDGER: A PARALLEL BOOK'S ADJUSTMENT LINES ARE SKIPPED. *
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
004900     SELECT HST-FILE   ASSIGN TO GLHIST
005000         ORGANIZATION IS INDEXED
005100         ACCESS       IS DYNAMIC
005200         RECORD KEY   IS GLHST-KEY
005300         FILE STATUS  IS WS-HST-STATUS.
005400
005500     SELECT BAL-FILE   ASSIGN TO GLPERBAL
005600         ORGANIZATION IS INDEXED
005700         ACCESS       IS DYNAMIC
005800         RECORD KEY   IS GLBAL-KEY
005900         FILE STATUS  IS WS-BAL-STATUS.
006000
006100     SELECT RPT-FILE   ASSIGN TO GLVATRPTP
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS  IS WS-RPT-STATUS.
006400
006500/
006600*****************************************************************
006700* D A T A   D I V I S I O N                                     *
006800*****************************************************************
006900 DATA DIVISION.
007000 FILE SECTION.
007100
007200 FD  HST-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY GLHSTREC.
007500
007600 FD  BAL-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY GLBALREC.
007900
008000 FD  RPT-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300     COPY GLVATPRT.
008400
008500/
008600*****************************************************************
008700* W O R K I N G   S T O R A G E   S E C T I O N                 *
008800*****************************************************************
008900 WORKING-STORAGE SECTION.
009000
009100 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
009200     88  WS-HST-OK                       VALUE "00".
009300     88  WS-HST-EOF                      VALUE "10".
009400
009500 77  WS-BAL-STATUS              PIC X(02) VALUE SPACES.
009600     88  WS-BAL-OK                       VALUE "00".
009700     88  WS-BAL-EOF                      VALUE "10".
009800
009900 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
010000
010100 77  WS-SEL-CO-FROM             PIC X(03) VALUE SPACES.
010200 77  WS-SEL-CO-TO               PIC X(03) VALUE SPACES.
010300 77  WS-SEL-PERIOD-FROM         PIC 9(06) VALUE ZERO.
010400 77  WS-SEL-PERIOD-TO           PIC 9(06) VALUE ZERO.
010500
010600 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
010700     88  WS-FIRST-RECORD                 VALUE "Y".
010800
010900 77  WS-PREV-CO                 PIC X(03) VALUE SPACES.
011000
011100 77  WS-VC-IX                   PIC 9(03) BINARY VALUE ZERO.
011200 77  WS-VC-JX                   PIC 9(03) BINARY VALUE ZERO.
011300 77  WS-VC-KX                   PIC 9(03) BINARY VALUE ZERO.
011400 77  WS-VC-CNT                  PIC 9(03) BINARY VALUE ZERO.
011500 77  WS-VC-FOUND-SW             PIC X(01) VALUE "N".
011600     88  WS-VC-FOUND                     VALUE "Y".
011700 77  WS-VC-SLOT-SW              PIC X(01) VALUE "N".
011800     88  WS-VC-SLOT-FOUND                VALUE "Y".
011900
012000 77  WS-VA-IX                   PIC 9(02) BINARY VALUE ZERO.
012100 77  WS-VA-CNT                  PIC 9(02) BINARY VALUE ZERO.
012200 77  WS-VA-FOUND-SW             PIC X(01) VALUE "N".
012300     88  WS-VA-FOUND                     VALUE "Y".
012400
012500 77  WS-LINE-AMT                PIC S9(11)V99 COMP-3 VALUE ZERO.
012600 77  WS-CO-BASE                 PIC S9(11)V99 COMP-3 VALUE ZERO.
012700 77  WS-CO-OUTPUT               PIC S9(11)V99 COMP-3 VALUE ZERO.
012800 77  WS-CO-INPUT                PIC S9(11)V99 COMP-3 VALUE ZERO.
012900 77  WS-CO-DUE                  PIC S9(11)V99 COMP-3 VALUE ZERO.
013000 77  WS-TIE-DIFF                PIC S9(11)V99 COMP-3 VALUE ZERO.
013100
013200 77  WS-CO-UNCODED-CNT          PIC 9(07) BINARY VALUE ZERO.
013300 77  WS-CO-LOST-CNT             PIC 9(07) BINARY VALUE ZERO.
013400 77  WS-COMPANY-CNT             PIC 9(07) BINARY VALUE ZERO.
013500 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
013600 77  WS-OUT-OF-TIE-CNT          PIC 9(07) BINARY VALUE ZERO.
013700
013800*
013900* ONE COMPANY'S TAX CODES, KEPT IN CODE SEQUENCE AS THEY ARE
014000* MET, AND THE TAX ACCOUNTS THOSE CODES POST TO.
014100*
014200 01  WS-VC-TABLE.
014300     05  WS-VC-ENTRY            OCCURS 100 TIMES.
014400         10  WS-VC-TAX-CODE         PIC X(04).
014500         10  WS-VC-TYPE-SW          PIC X(01).
014600             88  WS-VC-OUTPUT              VALUE "O".
014700         10  WS-VC-TAX-ACCT         PIC 9(06).
014800         10  WS-VC-BASE             PIC S9(11)V99 COMP-3.
014900         10  WS-VC-OUTPUT-TAX       PIC S9(11)V99 COMP-3.
015000         10  WS-VC-INPUT-TAX        PIC S9(11)V99 COMP-3.
015100
015200 01  WS-VA-TABLE.
015300     05  WS-VA-ENTRY            OCCURS 20 TIMES.
015400         10  WS-VA-ACCT-NO          PIC 9(06).
015500         10  WS-VA-RETURN-AMT       PIC S9(11)V99 COMP-3.
015600         10  WS-VA-LEDGER-AMT       PIC S9(11)V99 COMP-3.
015700
015800     COPY GLTXAREC.
015900
016000 01  WS-COMPANY-LINE.
016100     05  FILLER                 PIC X(08) VALUE "COMPANY ".
016200     05  WS-COL-CO-CODE         PIC X(03).
016300
016400 01  WS-CODE-LINE.
016500     05  WS-CDL-TAX-CODE        PIC X(04).
016600     05  FILLER                 PIC X(02) VALUE SPACES.
016700     05  WS-CDL-TYPE            PIC X(06).
016800     05  FILLER                 PIC X(02) VALUE SPACES.
016900     05  WS-CDL-TAX-ACCT        PIC 9(06).
017000     05  FILLER                 PIC X(02) VALUE SPACES.
017100     05  WS-CDL-BASE            PIC -(10)9.99.
017200     05  WS-CDL-OUTPUT          PIC -(10)9.99.
017300     05  WS-CDL-INPUT           PIC -(10)9.99.
017400
017500 01  WS-TOTAL-LINE.
017600     05  WS-TTL-LABEL           PIC X(22).
017700     05  WS-TTL-BASE            PIC -(10)9.99.
017800     05  WS-TTL-OUTPUT          PIC -(10)9.99.
017900     05  WS-TTL-INPUT           PIC -(10)9.99.
018000
018100 01  WS-DUE-LINE.
018200     05  FILLER                 PIC X(36)
018300         VALUE "  AMOUNT DUE (OUTPUT LESS INPUT)".
018400     05  WS-DUL-DUE             PIC -(10)9.99.
018500
018600 01  WS-TIE-LINE.
018700     05  FILLER                 PIC X(10) VALUE "  ACCOUNT ".
018800     05  WS-TIL-ACCT-NO         PIC 9(06).
018900     05  FILLER                 PIC X(06) VALUE SPACES.
019000     05  WS-TIL-RETURN          PIC -(10)9.99.
019100     05  WS-TIL-LEDGER          PIC -(10)9.99.
019200     05  WS-TIL-DIFF            PIC -(10)9.99.
019300     05  FILLER                 PIC X(02) VALUE SPACES.
019400     05  WS-TIL-FLAG            PIC X(10).
019500
019600 01  WS-COUNT-LINE.
019700     05  FILLER                 PIC X(02) VALUE SPACES.
019800     05  WS-CNL-COUNT           PIC Z(06)9.
019900     05  FILLER                 PIC X(01) VALUE SPACES.
020000     05  WS-CNL-TEXT            PIC X(50).
020100
020200 01  WS-SELECT-LINE.
020300     05  FILLER                 PIC X(03) VALUE "CO=".
020400     05  WS-SEL-PRT-CO-FROM     PIC X(03).
020500     05  FILLER                 PIC X(01) VALUE "-".
020600     05  WS-SEL-PRT-CO-TO       PIC X(03).
020700     05  FILLER                 PIC X(08) VALUE " PERIOD=".
020800     05  WS-SEL-PRT-PER-FROM    PIC 9(06).
020900     05  FILLER                 PIC X(01) VALUE "-".
021000     05  WS-SEL-PRT-PER-TO      PIC 9(06).
021100
021200/
021300****************************************************************
021400* L I N K A G E   S E C T I O N                                *
021500****************************************************************
021600 LINKAGE SECTION.
021700     COPY GLRQSREC.
021800/
021900*****************************************************************
022000* P R O C E D U R E   D I V I S I O N                           *
022100*****************************************************************
022200 PROCEDURE DIVISION      USING GLRQS-RECORD.
022300
022400*****************************************************************
022500* 0000-MAINLINE                                                 *
022600*****************************************************************
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
022900     PERFORM 2000-ONE-HIST-ROW        THRU 2000-EXIT
023000         UNTIL WS-HST-EOF.
023100
023200     IF  WS-FIRST-RECORD
023300         MOVE SPACES              TO  GLVATP-RECORD
023400         MOVE "*** NO TAXED LINES ON FILE FOR THE SELECTIONS ***"
023500                                  TO  GLVATP-RECORD
023600         WRITE GLVATP-RECORD
023700     ELSE
023800         PERFORM 3000-PRINT-COMPANY THRU 3000-EXIT.
023900
024000     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
024100     GO TO 9999-EXIT.
024200
024300*****************************************************************
024400* 1000-INITIALIZE - NORMALIZE THE SELECTIONS, OPEN THE FILES,   *
024500*                   PRINT THE HEADINGS AND POSITION AT THE      *
024600*                   FIRST SELECTED COMPANY'S HISTORY            *
024700*****************************************************************
024800 1000-INITIALIZE.
024900     PERFORM 1050-SET-SELECTIONS THRU 1050-EXIT.
025000     OPEN INPUT  HST-FILE.
025100     OPEN INPUT  BAL-FILE.
025200     OPEN OUTPUT RPT-FILE.
025300
025400     MOVE SPACES                  TO  GLVATP-RECORD.
025500     MOVE "INDIRECT TAX RETURN"   TO  GLVATP-RECORD.
025600     WRITE GLVATP-RECORD.
025700
025800     MOVE GLRQS-CO-FROM           TO  WS-SEL-PRT-CO-FROM.
025900     MOVE GLRQS-CO-TO             TO  WS-SEL-PRT-CO-TO.
026000     IF  GLRQS-CO-FROM IS EQUAL TO SPACES
026100         MOVE "ALL"               TO  WS-SEL-PRT-CO-FROM
026200         MOVE "ALL"               TO  WS-SEL-PRT-CO-TO.
026300     MOVE WS-SEL-PERIOD-FROM      TO  WS-SEL-PRT-PER-FROM.
026400     MOVE WS-SEL-PERIOD-TO        TO  WS-SEL-PRT-PER-TO.
026500     MOVE WS-SELECT-LINE          TO  GLVATP-RECORD.
026600     WRITE GLVATP-RECORD.
026700
026800     MOVE WS-SEL-CO-FROM          TO  GLHST-CO-CODE.
026900     MOVE ZERO                    TO  GLHST-ACCT-NO.
027000     MOVE ZERO                    TO  GLHST-PERIOD.
027100     MOVE ZERO                    TO  GLHST-BATCH-NO.
027200     MOVE ZERO                    TO  GLHST-LINE-NO.
027300     START HST-FILE
027400         KEY IS NOT LESS THAN GLHST-KEY
027500         INVALID KEY
027600             MOVE "10"            TO  WS-HST-STATUS.
027700
027800     IF  WS-HST-OK
027900         PERFORM 2100-READ-NEXT-HIST THRU 2100-EXIT.
028000 1000-EXIT.
028100     EXIT.
028200
028300*****************************************************************
028400* 1050-SET-SELECTIONS - NORMALIZE THE CALLER'S SELECTIONS:      *
028500*                       BLANK/ZERO MEANS NO LIMIT ON THAT       *
028600*                       SIDE OF THE RANGE                       *
028700*****************************************************************
028800 1050-SET-SELECTIONS.
028900     MOVE GLRQS-CO-FROM           TO  WS-SEL-CO-FROM.
029000     MOVE GLRQS-CO-TO             TO  WS-SEL-CO-TO.
029100     MOVE GLRQS-PERIOD-FROM       TO  WS-SEL-PERIOD-FROM.
029200     MOVE GLRQS-PERIOD-TO         TO  WS-SEL-PERIOD-TO.
029300
029400     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
029500         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
029600     ELSE
029700         IF  WS-SEL-CO-TO IS EQUAL TO SPACES
029800             MOVE WS-SEL-CO-FROM  TO  WS-SEL-CO-TO.
029900
030000     IF  WS-SEL-PERIOD-TO IS EQUAL TO ZERO
030100         MOVE 999999              TO  WS-SEL-PERIOD-TO.
030200 1050-EXIT.
030300     EXIT.
030400
030500*****************************************************************
030600* 2000-ONE-HIST-ROW - CLOSE OFF THE PRIOR COMPANY ON A CHANGE,  *
030700*                     THEN TAKE THE ROW ONTO THE RETURN         *
030800*****************************************************************
030900 2000-ONE-HIST-ROW.
031000     IF  WS-FIRST-RECORD
031100         MOVE GLHST-CO-CODE       TO  WS-PREV-CO
031200         MOVE "N"                 TO  WS-FIRST-REC-SW.
031300
031400     IF  GLHST-CO-CODE IS NOT EQUAL TO WS-PREV-CO
031500         PERFORM 3000-PRINT-COMPANY THRU 3000-EXIT
031600         MOVE ZERO                TO  WS-VC-CNT
031700         MOVE ZERO                TO  WS-VA-CNT
031800         MOVE ZERO                TO  WS-CO-UNCODED-CNT
031900         MOVE ZERO                TO  WS-CO-LOST-CNT
032000         MOVE GLHST-CO-CODE       TO  WS-PREV-CO.
032100
032200     PERFORM 2200-TAKE-ROW            THRU 2200-EXIT.
032300
032400     PERFORM 2100-READ-NEXT-HIST      THRU 2100-EXIT.
032500 2000-EXIT.
032600     EXIT.
032700
032800*****************************************************************
032900* 2100-READ-NEXT-HIST - READ THE NEXT HISTORY ROW IN THE        *
033000*                       SELECTED COMPANY RANGE                  *
033100*****************************************************************
033200 2100-READ-NEXT-HIST.
033300     READ HST-FILE NEXT RECORD
033400         AT END
033500             MOVE "10"            TO  WS-HST-STATUS
033600             GO TO 2100-EXIT.
033700
033800     IF  GLHST-CO-CODE IS GREATER THAN WS-SEL-CO-TO
033900         MOVE "10"                TO  WS-HST-STATUS.
034000 2100-EXIT.
034100     EXIT.
034200
034300*****************************************************************
034400* 2200-TAKE-ROW - A BASE-LEDGER LINE IN THE SELECTED PERIODS    *
034500*                 CARRYING A TAX CODE: ON THE CODE'S TAX        *
034600*                 ACCOUNT IT IS TAX, ANYWHERE ELSE IT IS BASE   *
034700*****************************************************************
034800 2200-TAKE-ROW.
034900     IF  GLHST-TAX-CODE IS EQUAL TO SPACES
035000         GO TO 2200-EXIT.
035100     IF  GLHST-BOOK-CODE IS NOT EQUAL TO SPACES
035200         GO TO 2200-EXIT.
035300     IF  GLHST-PERIOD IS LESS THAN WS-SEL-PERIOD-FROM
035400     OR  GLHST-PERIOD IS GREATER THAN WS-SEL-PERIOD-TO
035500         GO TO 2200-EXIT.
035600
035700     MOVE "C"                     TO  GLTXA-FUNCTION.
035800     MOVE GLHST-TAX-CODE          TO  GLTXA-TAX-CODE.
035900     MOVE GLHST-ENTRY-DATE        TO  GLTXA-DATE.
036000     MOVE ZERO                    TO  GLTXA-NET-AMT.
036100     CALL "GLTAXCAL"         USING GLTXA-AREA.
036200     IF  NOT GLTXA-FOUND
036300         ADD 1                    TO  WS-CO-UNCODED-CNT
036400         GO TO 2200-EXIT.
036500
036600     PERFORM 2300-FIND-CODE           THRU 2300-EXIT.
036700     IF  NOT WS-VC-FOUND
036800         ADD 1                    TO  WS-CO-LOST-CNT
036900         GO TO 2200-EXIT.
037000
037100     IF  GLHST-DR-CR-CODE IS EQUAL TO "D"
037200         MOVE GLHST-EXT-AMT       TO  WS-LINE-AMT
037300     ELSE
037400         SUBTRACT GLHST-EXT-AMT FROM ZERO GIVING WS-LINE-AMT.
037500     IF  GLTXA-OUTPUT
037600         SUBTRACT WS-LINE-AMT FROM ZERO GIVING WS-LINE-AMT.
037700
037800     ADD 1                        TO  WS-LINE-CNT.
037900     IF  GLHST-ACCT-NO IS NOT EQUAL TO GLTXA-TAX-ACCT-NO
038000         ADD WS-LINE-AMT          TO  WS-VC-BASE (WS-VC-IX)
038100         GO TO 2200-EXIT.
038200
038300     IF  GLTXA-OUTPUT
038400         ADD WS-LINE-AMT          TO  WS-VC-OUTPUT-TAX (WS-VC-IX)
038500     ELSE
038600         ADD WS-LINE-AMT          TO  WS-VC-INPUT-TAX (WS-VC-IX).
038700
038800     PERFORM 2400-FIND-ACCT           THRU 2400-EXIT.
038900     IF  NOT WS-VA-FOUND
039000         GO TO 2200-EXIT.
039100     IF  GLTXA-OUTPUT
039200         ADD WS-LINE-AMT          TO  WS-VA-RETURN-AMT (WS-VA-IX)
039300     ELSE
039400         SUBTRACT WS-LINE-AMT   FROM  WS-VA-RETURN-AMT (WS-VA-IX).
039500 2200-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900* 2300-FIND-CODE - FIND THE ROW'S TAX CODE IN THE COMPANY'S     *
040000*                  TABLE, OR OPEN IT IN CODE SEQUENCE; A FULL   *
040100*                  TABLE LEAVES THE ROW OFF THE RETURN AND IS   *
040200*                  COUNTED                                      *
040300*****************************************************************
040400 2300-FIND-CODE.
040500     MOVE "N"                     TO  WS-VC-FOUND-SW.
040600     PERFORM 2310-TEST-CODE       THRU 2310-EXIT
040700         VARYING WS-VC-IX FROM 1 BY 1
040800         UNTIL WS-VC-IX IS GREATER THAN WS-VC-CNT
040900            OR WS-VC-FOUND.
041000     IF  WS-VC-FOUND
041100         SUBTRACT 1               FROM WS-VC-IX
041200         GO TO 2300-EXIT.
041300
041400     IF  WS-VC-CNT IS NOT LESS THAN 100
041500         GO TO 2300-EXIT.
041600
041700     MOVE "N"                     TO  WS-VC-SLOT-SW.
041800     PERFORM 2320-TEST-SLOT       THRU 2320-EXIT
041900         VARYING WS-VC-IX FROM 1 BY 1
042000         UNTIL WS-VC-IX IS GREATER THAN WS-VC-CNT
042100            OR WS-VC-SLOT-FOUND.
042200     IF  WS-VC-SLOT-FOUND
042300         SUBTRACT 1               FROM WS-VC-IX.
042400
042500     PERFORM 2330-SHIFT-UP        THRU 2330-EXIT
042600         VARYING WS-VC-JX FROM WS-VC-CNT BY -1
042700         UNTIL WS-VC-JX IS LESS THAN WS-VC-IX.
042800
042900     ADD 1                        TO  WS-VC-CNT.
043000     MOVE "Y"                     TO  WS-VC-FOUND-SW.
043100     MOVE GLHST-TAX-CODE          TO  WS-VC-TAX-CODE (WS-VC-IX).
043200     MOVE GLTXA-TYPE-SW           TO  WS-VC-TYPE-SW (WS-VC-IX).
043300     MOVE GLTXA-TAX-ACCT-NO       TO  WS-VC-TAX-ACCT (WS-VC-IX).
043400     MOVE ZERO                    TO  WS-VC-BASE (WS-VC-IX).
043500     MOVE ZERO                    TO  WS-VC-OUTPUT-TAX (WS-VC-IX).
043600     MOVE ZERO                    TO  WS-VC-INPUT-TAX (WS-VC-IX).
043700
043800     PERFORM 2400-FIND-ACCT           THRU 2400-EXIT.
043900 2300-EXIT.
044000     EXIT.
044100
044200 2310-TEST-CODE.
044300     IF  WS-VC-TAX-CODE (WS-VC-IX) IS EQUAL TO GLHST-TAX-CODE
044400         MOVE "Y"                 TO  WS-VC-FOUND-SW.
044500 2310-EXIT.
044600     EXIT.
044700
044800 2320-TEST-SLOT.
044900     IF  WS-VC-TAX-CODE (WS-VC-IX) IS GREATER THAN GLHST-TAX-CODE
045000         MOVE "Y"                 TO  WS-VC-SLOT-SW.
045100 2320-EXIT.
045200     EXIT.
045300
045400 2330-SHIFT-UP.
045500     ADD 1 WS-VC-JX               GIVING WS-VC-KX.
045600     MOVE WS-VC-ENTRY (WS-VC-JX)  TO  WS-VC-ENTRY (WS-VC-KX).
045700 2330-EXIT.
045800     EXIT.
045900
046000*****************************************************************
046100* 2400-FIND-ACCT - FIND THE CODE'S TAX ACCOUNT IN THE TIE-OUT   *
046200*                  TABLE, OR ADD IT                             *
046300*****************************************************************
046400 2400-FIND-ACCT.
046500     MOVE "N"                     TO  WS-VA-FOUND-SW.
046600     PERFORM 2410-TEST-ACCT       THRU 2410-EXIT
046700         VARYING WS-VA-IX FROM 1 BY 1
046800         UNTIL WS-VA-IX IS GREATER THAN WS-VA-CNT
046900            OR WS-VA-FOUND.
047000     IF  WS-VA-FOUND
047100         SUBTRACT 1               FROM WS-VA-IX
047200         GO TO 2400-EXIT.
047300
047400     IF  WS-VA-CNT IS NOT LESS THAN 20
047500         DISPLAY "GLVATRPT - TAX ACCOUNT TABLE FULL, COMPANY "
047600                 GLHST-CO-CODE " ACCOUNT " GLTXA-TAX-ACCT-NO
047700         GO TO 2400-EXIT.
047800
047900     ADD 1                        TO  WS-VA-CNT.
048000     MOVE WS-VA-CNT               TO  WS-VA-IX.
048100     MOVE "Y"                     TO  WS-VA-FOUND-SW.
048200     MOVE GLTXA-TAX-ACCT-NO       TO  WS-VA-ACCT-NO (WS-VA-IX).
048300     MOVE ZERO                    TO  WS-VA-RETURN-AMT (WS-VA-IX).
048400     MOVE ZERO                    TO  WS-VA-LEDGER-AMT (WS-VA-IX).
048500 2400-EXIT.
048600     EXIT.
048700
048800 2410-TEST-ACCT.
048900     IF  WS-VA-ACCT-NO (WS-VA-IX) IS EQUAL TO GLTXA-TAX-ACCT-NO
049000         MOVE "Y"                 TO  WS-VA-FOUND-SW.
049100 2410-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500* 3000-PRINT-COMPANY - ONE COMPANY'S RETURN: A LINE PER TAX     *
049600*                      CODE, THE TOTALS AND AMOUNT DUE, THEN    *
049700*                      THE TIE-OUT TO THE TAX ACCOUNTS          *
049800*****************************************************************
049900 3000-PRINT-COMPANY.
050000     IF  WS-VC-CNT IS EQUAL TO ZERO
050100     AND WS-CO-UNCODED-CNT IS EQUAL TO ZERO
050200     AND WS-CO-LOST-CNT IS EQUAL TO ZERO
050300         GO TO 3000-EXIT.
050400
050500     ADD 1                        TO  WS-COMPANY-CNT.
050600     MOVE SPACES                  TO  GLVATP-RECORD.
050700     WRITE GLVATP-RECORD.
050800     MOVE WS-PREV-CO              TO  WS-COL-CO-CODE.
050900     MOVE WS-COMPANY-LINE         TO  GLVATP-RECORD.
051000     WRITE GLVATP-RECORD.
051100
051200     MOVE SPACES                  TO  GLVATP-RECORD.
051300     MOVE "CODE  TYPE    TAX ACCT  TAXABLE BASE"
051400                                  TO  GLVATP-RECORD.
051500     MOVE "    OUTPUT TAX     INPUT TAX"
051600                                  TO  GLVATP-RECORD (37:28).
051700     WRITE GLVATP-RECORD.
051800
051900     MOVE ZERO                    TO  WS-CO-BASE.
052000     MOVE ZERO                    TO  WS-CO-OUTPUT.
052100     MOVE ZERO                    TO  WS-CO-INPUT.
052200     PERFORM 3100-PRINT-ONE-CODE  THRU 3100-EXIT
052300         VARYING WS-VC-IX FROM 1 BY 1
052400         UNTIL WS-VC-IX IS GREATER THAN WS-VC-CNT.
052500
052600     MOVE SPACES                  TO  WS-TOTAL-LINE.
052700     MOVE "  COMPANY TOTAL"       TO  WS-TTL-LABEL.
052800     MOVE WS-CO-BASE              TO  WS-TTL-BASE.
052900     MOVE WS-CO-OUTPUT            TO  WS-TTL-OUTPUT.
053000     MOVE WS-CO-INPUT             TO  WS-TTL-INPUT.
053100     MOVE WS-TOTAL-LINE           TO  GLVATP-RECORD.
053200     WRITE GLVATP-RECORD.
053300
053400     SUBTRACT WS-CO-INPUT FROM WS-CO-OUTPUT GIVING WS-CO-DUE.
053500     MOVE WS-CO-DUE               TO  WS-DUL-DUE.
053600     MOVE WS-DUE-LINE             TO  GLVATP-RECORD.
053700     WRITE GLVATP-RECORD.
053800
053900     PERFORM 3200-PRINT-TIE-OUT   THRU 3200-EXIT.
054000
054100     IF  WS-CO-UNCODED-CNT IS GREATER THAN ZERO
054200         MOVE WS-CO-UNCODED-CNT   TO  WS-CNL-COUNT
054300         MOVE "LINES WITH A TAX CODE NOT IN EFFECT - LEFT OFF"
054400                                  TO  WS-CNL-TEXT
054500         MOVE WS-COUNT-LINE       TO  GLVATP-RECORD
054600         WRITE GLVATP-RECORD.
054700     IF  WS-CO-LOST-CNT IS GREATER THAN ZERO
054800         MOVE WS-CO-LOST-CNT      TO  WS-CNL-COUNT
054900         MOVE "LINES OVER 100 TAX CODES - LEFT OFF"
055000                                  TO  WS-CNL-TEXT
055100         MOVE WS-COUNT-LINE       TO  GLVATP-RECORD
055200         WRITE GLVATP-RECORD.
055300 3000-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700* 3100-PRINT-ONE-CODE - ONE TAX CODE'S BASE AND TAX, ROLLED     *
055800*                       INTO THE COMPANY                        *
055900*****************************************************************
056000 3100-PRINT-ONE-CODE.
056100     MOVE SPACES                  TO  WS-CODE-LINE.
056200     MOVE WS-VC-TAX-CODE (WS-VC-IX) TO WS-CDL-TAX-CODE.
056300     MOVE "INPUT"                 TO  WS-CDL-TYPE.
056400     IF  WS-VC-OUTPUT (WS-VC-IX)
056500         MOVE "OUTPUT"            TO  WS-CDL-TYPE.
056600     MOVE WS-VC-TAX-ACCT (WS-VC-IX) TO WS-CDL-TAX-ACCT.
056700     MOVE WS-VC-BASE (WS-VC-IX)   TO  WS-CDL-BASE.
056800     MOVE WS-VC-OUTPUT-TAX (WS-VC-IX) TO WS-CDL-OUTPUT.
056900     MOVE WS-VC-INPUT-TAX (WS-VC-IX) TO WS-CDL-INPUT.
057000     MOVE WS-CODE-LINE            TO  GLVATP-RECORD.
057100     WRITE GLVATP-RECORD.
057200
057300     ADD WS-VC-BASE (WS-VC-IX)    TO  WS-CO-BASE.
057400     ADD WS-VC-OUTPUT-TAX (WS-VC-IX) TO WS-CO-OUTPUT.
057500     ADD WS-VC-INPUT-TAX (WS-VC-IX) TO WS-CO-INPUT.
057600 3100-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000* 3200-PRINT-TIE-OUT - EACH TAX ACCOUNT'S TAX ON THE RETURN     *
058100*                      AGAINST ITS MOVEMENT ON GLPERBAL FOR     *
058200*                      THE SAME PERIODS                         *
058300*****************************************************************
058400 3200-PRINT-TIE-OUT.
058500     MOVE SPACES                  TO  GLVATP-RECORD.
058600     WRITE GLVATP-RECORD.
058700     MOVE "TIE-OUT TO TAX ACCOUNTS   RETURN TAX"
058800                                  TO  GLVATP-RECORD.
058900     MOVE "    LEDGER TAX    DIFFERENCE"
059000                                  TO  GLVATP-RECORD (37:28).
059100     WRITE GLVATP-RECORD.
059200
059300     PERFORM 3210-TIE-ONE-ACCT    THRU 3210-EXIT
059400         VARYING WS-VA-IX FROM 1 BY 1
059500         UNTIL WS-VA-IX IS GREATER THAN WS-VA-CNT.
059600 3200-EXIT.
059700     EXIT.
059800
059900 3210-TIE-ONE-ACCT.
060000     MOVE WS-PREV-CO              TO  GLBAL-CO-CODE.
060100     MOVE WS-VA-ACCT-NO (WS-VA-IX) TO GLBAL-ACCT-NO.
060200     MOVE WS-SEL-PERIOD-FROM      TO  GLBAL-PERIOD.
060300     MOVE SPACES                  TO  WS-BAL-STATUS.
060400     START BAL-FILE
060500         KEY IS NOT LESS THAN GLBAL-KEY
060600         INVALID KEY
060700             MOVE "10"            TO  WS-BAL-STATUS.
060800
060900     PERFORM 3220-ADD-ONE-PERIOD  THRU 3220-EXIT
061000         UNTIL WS-BAL-EOF.
061100
061200     SUBTRACT WS-VA-LEDGER-AMT (WS-VA-IX)
061300         FROM WS-VA-RETURN-AMT (WS-VA-IX) GIVING WS-TIE-DIFF.
061400
061500     MOVE WS-VA-ACCT-NO (WS-VA-IX) TO WS-TIL-ACCT-NO.
061600     MOVE WS-VA-RETURN-AMT (WS-VA-IX) TO WS-TIL-RETURN.
061700     MOVE WS-VA-LEDGER-AMT (WS-VA-IX) TO WS-TIL-LEDGER.
061800     MOVE WS-TIE-DIFF             TO  WS-TIL-DIFF.
061900     MOVE SPACES                  TO  WS-TIL-FLAG.
062000     IF  WS-TIE-DIFF IS NOT EQUAL TO ZERO
062100         MOVE "OUT OF TIE"        TO  WS-TIL-FLAG
062200         ADD 1                    TO  WS-OUT-OF-TIE-CNT.
062300     MOVE WS-TIE-LINE             TO  GLVATP-RECORD.
062400     WRITE GLVATP-RECORD.
062500 3210-EXIT.
062600     EXIT.
062700
062800 3220-ADD-ONE-PERIOD.
062900     READ BAL-FILE NEXT RECORD
063000         AT END
063100             MOVE "10"            TO  WS-BAL-STATUS
063200             GO TO 3220-EXIT.
063300
063400     IF  GLBAL-CO-CODE IS NOT EQUAL TO WS-PREV-CO
063500     OR  GLBAL-ACCT-NO IS NOT EQUAL TO WS-VA-ACCT-NO (WS-VA-IX)
063600     OR  GLBAL-PERIOD IS GREATER THAN WS-SEL-PERIOD-TO
063700         MOVE "10"                TO  WS-BAL-STATUS
063800         GO TO 3220-EXIT.
063900
064000     IF  GLBAL-IS-CONVERSION
064100         GO TO 3220-EXIT.
064200
064300     ADD GLBAL-PERIOD-CR          TO  WS-VA-LEDGER-AMT (WS-VA-IX).
064400     SUBTRACT GLBAL-PERIOD-DR   FROM  WS-VA-LEDGER-AMT (WS-VA-IX).
064500 3220-EXIT.
064600     EXIT.
064700
064800*****************************************************************
064900* 9000-TERMINATE - CLOSE ALL FILES                              *
065000*****************************************************************
065100 9000-TERMINATE.
065200     CLOSE HST-FILE.
065300     CLOSE BAL-FILE.
065400     CLOSE RPT-FILE.
065500     MOVE "E"                     TO  GLTXA-FUNCTION.
065600     CALL "GLTAXCAL"         USING GLTXA-AREA.
065700
065800     DISPLAY "GLVATRPT - COMPANIES REPORTED: " WS-COMPANY-CNT.
065900     DISPLAY "GLVATRPT - TAXED LINES:        " WS-LINE-CNT.
066000     DISPLAY "GLVATRPT - ACCOUNTS OUT OF TIE: " WS-OUT-OF-TIE-CNT.
066100 9000-EXIT.
066200     EXIT.
066300
066400 9999-EXIT.
066500     STOP RUN.
