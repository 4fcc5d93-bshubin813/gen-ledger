000800*                                                               *
000900*  GLICBAL  -  INTERCOMPANY DUE-TO/DUE-FROM GENERATOR           *
001000*                                                               *
001010*  A PRE-POSTING STREAM STEP.  READS THE PENDING LINES OF THE   *
001020*  KEYED JOURNAL-ENTRY TRANSACTION FILE (GLTRANIN, GLPNDREC)    *
001030*  BATCH BY BATCH AND ACCUMULATES EACH BATCH'S NET              *
001040*  DEBITS-MINUS-CREDITS PER COMPANY.  WHEN A BATCH'S LINES      *
001600*  CROSS COMPANIES, EACH NON-HEADER COMPANY'S NET POSITION IS   *
001700*  OFFSET WITH A GENERATED LINE AGAINST THAT COMPANY'S          *
001800*  DUE-TO/DUE-FROM ACCOUNT FOR THE BATCH'S HEADER COMPANY       *
002400*  RAISED BY THE GENERATED AMOUNTS (EQUAL ON BOTH SIDES).       *
002500*  A COMPANY PAIR WITH NO GLICAREC ROW IS REPORTED ON THE       *
002600*  CONSOLE AND LEFT ALONE FOR GLEDIT'S PER-COMPANY BALANCE      *
002610*  CHECK TO FLAG.  GENERATED LINES CARRY THE OFFSET AS          *
002620*  QUANTITY TIMES A UNIT PRICE OF ONE, ARE NUMBERED AFTER THE   *
002630*  BATCH'S HIGHEST LINE AND ARE WRITTEN STRAIGHT INTO GLTRANIN  *
002640*  AT STATUS PENDING - THERE IS NO COPY OF THE FILE TO SWAP.    *
002900*                                                               *
003000*---------------------------------------------------------------*
003100*  MODIFICATION HISTORY                                         *
003300*  08/17/26  MJF  ORIGINAL PROGRAM.                             *
003400*  08/21/26  MJF  STATISTICAL-ACCOUNT LINES STAY OUT OF THE      *
003500*                 PER-COMPANY NET POSITIONS.                     *
003510*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION  *
003520*                 FILE (GLPNDREC).  ONLY PENDING LINES ARE       *
003530*                 NETTED AND THE GENERATED LINES ARE WRITTEN     *
003540*                 INTO GLTRANIN AT STATUS PENDING; THE GLICOUT   *
003550*                 COPY AND SWAP ARE GONE.                        *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT JE-FILE    ASSIGN TO GLTRANIN
004310         ORGANIZATION IS INDEXED
004320         ACCESS       IS DYNAMIC
004330         RECORD KEY   IS GLPND-KEY
004340         FILE STATUS  IS WS-JE-STATUS.
005100     SELECT BTCH-FILE  ASSIGN TO GLBATCH
005200         ORGANIZATION IS INDEXED
005300         ACCESS       IS DYNAMIC
007600 FD  JE-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007810     COPY GLPNDREC.
007900     COPY GLJEREC.
008000
009800 FD  BTCH-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY GLBTCHREC.
011400 WORKING-STORAGE SECTION.
011500
011600 77  WS-JE-STATUS               PIC X(02) VALUE SPACES.
011610     88  WS-JE-OK                        VALUE "00".
011620     88  WS-JE-EOF                       VALUE "10".
011630
011640 77  WS-NEXT-KEY                PIC X(10) VALUE SPACES.
012200 77  WS-BTCH-STATUS             PIC X(02) VALUE SPACES.
012300     88  WS-BTCH-OK                      VALUE "00".
012400
018100* 1000-INITIALIZE - OPEN THE FILES AND READ THE FIRST LINE      *
018200*****************************************************************
018300 1000-INITIALIZE.
018310     OPEN I-O    JE-FILE.
018600     OPEN I-O    BTCH-FILE.
018700     OPEN INPUT  ICA-FILE.
018800     OPEN INPUT  COA-FILE.
019200     EXIT.
019300
019400*****************************************************************
019410* 2000-ONE-LINE - ON A BATCH BREAK GENERATE THE PRIOR BATCH'S   *
019420*                 OFFSETS; NOTE THE LINE NUMBER AND FOLD A      *
019430*                 PENDING LINE INTO ITS COMPANY'S NET POSITION  *
019440*****************************************************************
019450 2000-ONE-LINE.
019460     IF  WS-FIRST-RECORD
019470         MOVE GLJE-BATCH-NO       TO  WS-PREV-BATCH
019480         PERFORM 2150-LOOKUP-BATCH THRU 2150-EXIT
019490         MOVE "N"                 TO  WS-FIRST-REC-SW.
019500
019510     IF  GLJE-BATCH-NO IS NOT EQUAL TO WS-PREV-BATCH
019520         MOVE GLPND-KEY           TO  WS-NEXT-KEY
019530         PERFORM 3000-FINISH-BATCH THRU 3000-EXIT
019540         PERFORM 2160-REPOSITION  THRU 2160-EXIT
019550         MOVE GLJE-BATCH-NO       TO  WS-PREV-BATCH
019560         PERFORM 2150-LOOKUP-BATCH THRU 2150-EXIT.
019570
019580     PERFORM 2300-NOTE-LINE-NO    THRU 2300-EXIT.
019590     IF  GLPND-PENDING
019600         PERFORM 2400-ACCUM-COMPANY THRU 2400-EXIT.
021200
021300     PERFORM 2100-READ-NEXT-JE    THRU 2100-EXIT.
021400 2000-EXIT.
021500     EXIT.
021600
021700*****************************************************************
021710* 2100-READ-NEXT-JE - READ THE NEXT JOURNAL-ENTRY LINE IN KEY   *
021720*                     ORDER                                     *
021730*****************************************************************
021740 2100-READ-NEXT-JE.
021750     READ JE-FILE NEXT RECORD
021760         AT END
021770             MOVE "10"            TO  WS-JE-STATUS.
022400 2100-EXIT.
022500     EXIT.
022600
024300     MOVE GLBTCH-CO-CODE          TO  WS-HDR-CO-CODE.
024400 2150-EXIT.
024500     EXIT.
024506
024512*****************************************************************
024518* 2160-REPOSITION - RE-READ THE FIRST LINE OF THE NEW BATCH BY  *
024524*                   ITS KEY; THE GENERATED LINES WRITTEN FOR    *
024530*                   THE PRIOR BATCH OVERLAID THE RECORD AREA    *
024536*****************************************************************
024542 2160-REPOSITION.
024548     MOVE WS-NEXT-KEY             TO  GLPND-KEY.
024554     READ JE-FILE
024560         INVALID KEY
024566             DISPLAY "GLICBAL - ERROR RE-READING GLTRANIN, KEY "
024572                     WS-NEXT-KEY
024578             STOP RUN.
024584 2160-EXIT.
024590     EXIT.
024600
024700*****************************************************************
024710* 2300-NOTE-LINE-NO - KEEP THE BATCH'S HIGHEST LINE NUMBER,    *
024720*                     POSTED AND REJECTED LINES INCLUDED, SO A  *
024730*                     GENERATED LINE NEVER REUSES A KEY         *
024740*****************************************************************
024750 2300-NOTE-LINE-NO.
025900     IF  GLJE-LINE-NO IS GREATER THAN WS-MAX-LINE-NO
026000         MOVE GLJE-LINE-NO        TO  WS-MAX-LINE-NO.
026100 2300-EXIT.
040400 3100-EXIT.
040500     EXIT.
040600
040605*****************************************************************
040610* 3200-PUT-GEN-LINE - WRITE ONE GENERATED DUE-TO/DUE-FROM LINE  *
040620*                     INTO GLTRANIN AT STATUS PENDING, QUANTITY *
040630*                     = THE OFFSET AMOUNT AT A UNIT PRICE OF    *
040640*                     ONE                                       *
040650*****************************************************************
041300 3200-PUT-GEN-LINE.
041400     ADD 1                        TO  WS-MAX-LINE-NO.
041500     MOVE WS-PREV-BATCH           TO  GLJE-BATCH-NO.
041600     MOVE WS-MAX-LINE-NO          TO  GLJE-LINE-NO.
041700     MOVE WS-GEN-ACCT-NO          TO  GLJE-ACCT-NO.
041800     MOVE WS-GEN-DR-CR-CODE       TO  GLJE-DR-CR-CODE.
041900     MOVE WS-ADJ-QTY              TO  GLJE-QTY.
042000     MOVE 1                       TO  GLJE-PRICE.
042100     MOVE SPACES                  TO  GLJE-CURR-CODE.
042200     MOVE WS-GEN-CO-CODE          TO  GLJE-CO-CODE.
042300     MOVE SPACES                  TO  GLJE-DEPT-CODE.
042350     MOVE SPACES                  TO  GLJE-DOC-REF.
042360     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
042370     MOVE SPACES                  TO  GLJE-TAX-CODE.
042380     MOVE "P"                     TO  GLPND-STATUS-SW.
042390     ACCEPT GLPND-STATUS-DATE     FROM DATE YYYYMMDD.
042400
042410     WRITE GLPND-RECORD.
042420     IF  NOT WS-JE-OK
042430         DISPLAY "GLICBAL - ERROR WRITING GLTRANIN, STATUS "
042440                 WS-JE-STATUS
042450         STOP RUN.
043000
043100     ADD 1                        TO  WS-GEN-LINE-CNT.
043200 3200-EXIT.
043700*****************************************************************
043800 9000-TERMINATE.
043900     CLOSE JE-FILE.
044100     CLOSE BTCH-FILE.
044200     CLOSE ICA-FILE.
044300     CLOSE COA-FILE.
