000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLJRNGAT.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLJRNGAT  -  LEDGER FILE JOURNALING GATE                     *
001000*                                                               *
001100*  GLPOST COMMITS EACH LINE AS A UNIT OF WORK, BUT COMMITMENT   *
001200*  CONTROL ONLY PROTECTS A FILE THAT IS ACTUALLY JOURNALED - A  *
001300*  FILE WHOSE JOURNALING WAS ENDED FOR A SAVE/RESTORE AND NEVER *
001400*  RESTARTED SILENTLY DROPS OUT OF THE ROLLBACK.  THIS STEP     *
001500*  RUNS IN THE NIGHTLY STREAM AHEAD OF GLPOST AND CHECKS EVERY  *
001600*  FILE GLPOST AND GLCLOSE UPDATE (THE TABLE BELOW).            *
001700*                                                               *
001800*  THE JOURNAL EACH FILE SHOULD CARRY COMES FROM ITS LIVE       *
001900*  ATTRIBUTE ROW IN THE ANALYSIS LIBRARY (ANZFILL2 JRN/JRNN/    *
002000*  JRNL); THE JOURNAL IT ACTUALLY CARRIES COMES FROM THE        *
002100*  JOURNALING STATE EXTRACT (ANZJRNST), WHICH THE STREAM'S CL   *
002200*  WRAPPER BUILDS OVER THE LEDGER LIBRARY BEFORE CALLING THIS   *
002300*  STEP.  A REQUIRED FILE FAILS WHEN IT IS NOT JOURNALED, IS    *
002400*  JOURNALED TO A DIFFERENT JOURNAL THAN ITS ANALYSIS ROW       *
002500*  ASSIGNS, HAS NO ANALYSIS ROW OR ONE THAT ASSIGNS NO JOURNAL, *
002600*  OR IS MISSING FROM THE EXTRACT.                              *
002700*                                                               *
002800*  EVERY REQUIRED FILE IS LISTED WITH ITS RESULT.  FOR A FILE   *
002900*  NOT JOURNALED OR JOURNALED TO THE WRONG JOURNAL THE FIX IS   *
003000*  WRITTEN TO GLJRNCMD IN GENJRNSRC'S COMMAND FORM (ENDJRNPF    *
003100*  FROM THE WRONG JOURNAL, THEN STRJRNPF TO THE ASSIGNED ONE),  *
003200*  READY TO BE COPIED INTO A SOURCE MEMBER AND RUN.  THE COUNT  *
003300*  OF FAILING FILES IS RETURNED TO THE DRIVER (GLNIGHT), WHICH  *
003400*  HOLDS THE POSTING STEP WHILE IT IS NOT ZERO.                 *
003500*                                                               *
003600*---------------------------------------------------------------*
003700*  MODIFICATION HISTORY                                         *
003800*---------------------------------------------------------------*
003900*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-ISERIES.
004400 OBJECT-COMPUTER.   IBM-ISERIES.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ATR-FILE   ASSIGN TO ANZFILL2
004800         ORGANIZATION IS INDEXED
004900         ACCESS       IS DYNAMIC
005000         RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY OF ATR-REC
005100         FILE STATUS  IS WS-ATR-STATUS.
005200
005300     SELECT JST-FILE   ASSIGN TO ANZJRNST
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS  IS WS-JST-STATUS.
005600
005700     SELECT CMD-FILE   ASSIGN TO GLJRNCMD
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS  IS WS-CMD-STATUS.
006000
006100     SELECT RPT-FILE   ASSIGN TO GLJRNGTP
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
007200 FD  ATR-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  ATR-REC.
007500     COPY DDS-ALL-FORMATS OF ANZFILL2.
007600
007700 FD  JST-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  JST-REC.
008000     COPY DDS-ALL-FORMATS OF ANZJRNST.
008100
008200 FD  CMD-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500     COPY GLJRCREC.
008600
008700 FD  RPT-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000     COPY GLJRNPRT.
009100
009200/
009300*****************************************************************
009400* W O R K I N G   S T O R A G E   S E C T I O N                 *
009500*****************************************************************
009600 WORKING-STORAGE SECTION.
009700
009800 77  WS-ATR-STATUS              PIC X(02) VALUE SPACES.
009900     88  WS-ATR-OK                       VALUE "00".
010000
010100 77  WS-JST-STATUS              PIC X(02) VALUE SPACES.
010200     88  WS-JST-OK                       VALUE "00".
010300     88  WS-JST-EOF                      VALUE "10".
010400
010500 77  WS-CMD-STATUS              PIC X(02) VALUE SPACES.
010600 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
010700
010800 77  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
010900
011000 77  WS-REQ-IX                  PIC 9(02) VALUE ZERO.
011100 77  WS-REQ-CNT                 PIC 9(02) VALUE 19.
011200
011300 77  WS-REQ-MATCH-SW            PIC X(01) VALUE "N".
011400     88  WS-REQ-MATCHED                  VALUE "Y".
011500
011600 77  WS-CHECKED-CNT             PIC 9(05) BINARY VALUE ZERO.
011700 77  WS-FAIL-CNT                PIC 9(05) BINARY VALUE ZERO.
011800 77  WS-CMD-CNT                 PIC 9(05) BINARY VALUE ZERO.
011900
012000 77  WS-RESULT-TEXT             PIC X(24) VALUE SPACES.
012100 77  WS-EXPECT-JRN              PIC X(21) VALUE SPACES.
012200 77  WS-ACTUAL-JRN              PIC X(21) VALUE SPACES.
012300
012400*
012500* THE FILES GLPOST AND GLCLOSE OPEN FOR UPDATE, WITH THE
012600* PROGRAM(S) THAT UPDATE EACH.  PRINT FILES AND GLCLOSE'S
012700* REBUILT WORK FILE (GLCLSWRK) ARE NOT JOURNALED AND ARE LEFT
012800* OUT.  A FILE ADDED TO EITHER PROGRAM IS ADDED HERE, AND
012900* WS-REQ-CNT RAISED TO MATCH.
013000*
013100 01  WS-REQ-TABLE.
013200     05  FILLER                 PIC X(20)
013300                                VALUE "GLTRANIN  GLPOST".
013400     05  FILLER                 PIC X(20)
013500                                VALUE "GLPSTOUT  GLPOST".
013600     05  FILLER                 PIC X(20)
013700                                VALUE "GLPSTLOG  GLPOST".
013800     05  FILLER                 PIC X(20)
013900                                VALUE "GLCOA     GLPOST/CLS".
014000     05  FILLER                 PIC X(20)
014100                                VALUE "GLHIST    GLPOST".
014200     05  FILLER                 PIC X(20)
014300                                VALUE "GLPERBAL  GLPOST/CLS".
014400     05  FILLER                 PIC X(20)
014500                                VALUE "GLDEPACT  GLPOST".
014600     05  FILLER                 PIC X(20)
014700                                VALUE "GLPRJACT  GLPOST".
014800     05  FILLER                 PIC X(20)
014900                                VALUE "GLSUSPNS  GLPOST".
015000     05  FILLER                 PIC X(20)
015100                                VALUE "GLBKACCT  GLPOST/CLS".
015200     05  FILLER                 PIC X(20)
015300                                VALUE "GLBKPBAL  GLPOST".
015400     05  FILLER                 PIC X(20)
015500                                VALUE "GLRECON   GLPOST".
015600     05  FILLER                 PIC X(20)
015700                                VALUE "GLRUNSTAT GLPOST".
015800     05  FILLER                 PIC X(20)
015900                                VALUE "GLPCKPT   GLPOST/CLS".
016000     05  FILLER                 PIC X(20)
016100                                VALUE "GLPSTPTR  GLPOST".
016110     05  FILLER                 PIC X(20)
016120                                VALUE "GLLOGCTL  GLPOST".
016200     05  FILLER                 PIC X(20)
016300                                VALUE "GLPERIOD  GLCLOSE".
016400     05  FILLER                 PIC X(20)
016500                                VALUE "GLBATCH   GLCLOSE".
016600     05  FILLER                 PIC X(20)
016700                                VALUE "GLCLSOUT  GLCLOSE".
016800 01  WS-REQ-TABLE-R             REDEFINES WS-REQ-TABLE.
016900     05  WS-REQ-ENTRY           OCCURS 19 TIMES.
017000         10  WS-REQ-FILE        PIC X(10).
017100         10  WS-REQ-UPDATED-BY  PIC X(10).
017200
017300 01  WS-REQ-SEEN-TABLE.
017400     05  WS-REQ-SEEN-SW         OCCURS 19 TIMES
017500                                PIC X(01).
017600
017700 01  WS-HEAD-1.
017800     05  FILLER                 PIC X(36)
017900         VALUE "LEDGER FILE JOURNALING GATE".
018000     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
018100     05  WS-HD-RUN-DATE         PIC 9(08).
018200
018300 01  WS-HEAD-2.
018400     05  FILLER                 PIC X(40)
018500         VALUE "FILE       LIBRARY    UPDATED BY RESULT ".
018600     05  FILLER                 PIC X(40)
018700         VALUE "                  EXPECTED / ACTUAL     ".
018800
018900 01  WS-DETAIL-LINE.
019000     05  WS-DTL-FILE            PIC X(10).
019100     05  FILLER                 PIC X(01) VALUE SPACES.
019200     05  WS-DTL-LIB             PIC X(10).
019300     05  FILLER                 PIC X(01) VALUE SPACES.
019400     05  WS-DTL-UPDATED-BY      PIC X(10).
019500     05  FILLER                 PIC X(01) VALUE SPACES.
019600     05  WS-DTL-RESULT          PIC X(24).
019700     05  FILLER                 PIC X(01) VALUE SPACES.
019800     05  WS-DTL-JOURNAL         PIC X(21).
019900
020000 01  WS-TOTAL-LINE.
020100     05  WS-TOT-TEXT            PIC X(40).
020200     05  WS-TOT-CNT             PIC Z(6)9.
020300
020400/
020500*****************************************************************
020600* L I N K A G E   S E C T I O N                                 *
020700*                                                               *
020800* THE NUMBER OF REQUIRED FILES THAT FAILED IS PASSED BACK TO    *
020900* THE NIGHTLY DRIVER THROUGH ITS CL WRAPPER.                    *
021000*****************************************************************
021100 LINKAGE SECTION.
021200 01  WS-JRN-FAIL-CNT            PIC 9(07).
021300/
021400*****************************************************************
021500* P R O C E D U R E   D I V I S I O N                           *
021600*****************************************************************
021700 PROCEDURE DIVISION      USING WS-JRN-FAIL-CNT.
021800
021900*****************************************************************
022000* 0000-MAINLINE                                                 *
022100*****************************************************************
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
022400     PERFORM 2000-CHECK-ONE-EXTRACT   THRU 2000-EXIT
022500         UNTIL WS-JST-EOF.
022600     PERFORM 3000-LIST-UNSEEN         THRU 3000-EXIT
022700         VARYING WS-REQ-IX FROM 1 BY 1
022800         UNTIL WS-REQ-IX IS GREATER THAN WS-REQ-CNT.
022900     PERFORM 8000-PRINT-TOTALS        THRU 8000-EXIT.
023000     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
023100     GO TO 9999-EXIT.
023200
023300*****************************************************************
023400* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADINGS       *
023500*****************************************************************
023600 1000-INITIALIZE.
023700     MOVE ZERO                    TO  WS-JRN-FAIL-CNT.
023800     MOVE ALL "N"                 TO  WS-REQ-SEEN-TABLE.
023900
024000     OPEN INPUT  ATR-FILE.
024100     OPEN INPUT  JST-FILE.
024200     OPEN OUTPUT CMD-FILE.
024300     OPEN OUTPUT RPT-FILE.
024400
024500     ACCEPT WS-TODAY-DATE         FROM DATE YYYYMMDD.
024600
024700     MOVE WS-TODAY-DATE           TO  WS-HD-RUN-DATE.
024800     MOVE WS-HEAD-1               TO  GLJRP-RECORD.
024900     WRITE GLJRP-RECORD.
025000     MOVE SPACES                  TO  GLJRP-RECORD.
025100     WRITE GLJRP-RECORD.
025200     MOVE WS-HEAD-2               TO  GLJRP-RECORD.
025300     WRITE GLJRP-RECORD.
025400     MOVE SPACES                  TO  GLJRP-RECORD.
025500     WRITE GLJRP-RECORD.
025600 1000-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000* 2000-CHECK-ONE-EXTRACT - ONE JOURNALING STATE ROW; A FILE ON  *
026100*                          THE REQUIRED TABLE IS CHECKED        *
026200*                          AGAINST ITS ANALYSIS ROW             *
026300*****************************************************************
026400 2000-CHECK-ONE-EXTRACT.
026500     READ JST-FILE
026600         AT END
026700             MOVE "10"            TO  WS-JST-STATUS
026800             GO TO 2000-EXIT.
026900
027000     MOVE "N"                     TO  WS-REQ-MATCH-SW.
027100     PERFORM 2050-MATCH-REQUIRED  THRU 2050-EXIT
027200         VARYING WS-REQ-IX FROM 1 BY 1
027300         UNTIL WS-REQ-IX IS GREATER THAN WS-REQ-CNT
027400         OR    WS-REQ-MATCHED.
027500
027600     IF  NOT WS-REQ-MATCHED
027700         GO TO 2000-EXIT.
027800
027900     SUBTRACT 1                   FROM WS-REQ-IX.
028000     MOVE "Y"                     TO  WS-REQ-SEEN-SW (WS-REQ-IX).
028100     ADD 1                        TO  WS-CHECKED-CNT.
028200     PERFORM 2100-CHECK-ONE-FILE  THRU 2100-EXIT.
028300 2000-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700* 2050-MATCH-REQUIRED - ONE TABLE ENTRY AGAINST THE EXTRACT ROW *
028800*****************************************************************
028900 2050-MATCH-REQUIRED.
029000     IF  WS-REQ-FILE (WS-REQ-IX) IS EQUAL TO JSFILN OF JRNSR
029100         MOVE "Y"                 TO  WS-REQ-MATCH-SW.
029200 2050-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600* 2100-CHECK-ONE-FILE - THE FILE'S ASSIGNED JOURNAL AGAINST THE *
029700*                       ONE IT CARRIES; A FILE NOT JOURNALED OR *
029800*                       JOURNALED TO THE WRONG JOURNAL GETS ITS *
029900*                       FIX COMMANDS                            *
030000*****************************************************************
030100 2100-CHECK-ONE-FILE.
030200     MOVE SPACES                  TO  WS-EXPECT-JRN.
030300     MOVE SPACES                  TO  WS-ACTUAL-JRN.
030400     IF  JSJRN OF JRNSR IS EQUAL TO "Y"
030500         STRING JSJRNL OF JRNSR   DELIMITED BY SPACE
030600                "/"               DELIMITED BY SIZE
030700                JSJRNN OF JRNSR   DELIMITED BY SPACE
030800                INTO WS-ACTUAL-JRN
030900     ELSE
031000         MOVE "*NONE"             TO  WS-ACTUAL-JRN.
031100
031200     MOVE JSLIBN OF JRNSR         TO  EDK-PFLIB OF ATR-REC.
031300     MOVE JSFILN OF JRNSR         TO  EDK-PFFIL OF ATR-REC.
031400     MOVE ZERO                    TO  EDK-FILSEQ OF ATR-REC.
031500     START ATR-FILE
031600         KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY OF ATR-REC
031700         INVALID KEY
031800             MOVE "NO ANALYSIS ROW"   TO  WS-RESULT-TEXT
031900             GO TO 2100-FAIL.
032000
032100     READ ATR-FILE NEXT RECORD
032200         AT END
032300             MOVE "NO ANALYSIS ROW"   TO  WS-RESULT-TEXT
032400             GO TO 2100-FAIL.
032500
032600     IF  PFLIB OF ANZFILR IS NOT EQUAL TO JSLIBN OF JRNSR
032700     OR  PFFIL OF ANZFILR IS NOT EQUAL TO JSFILN OF JRNSR
032800         MOVE "NO ANALYSIS ROW"   TO  WS-RESULT-TEXT
032900         GO TO 2100-FAIL.
033000
033100     IF  JRN OF ANZFILR IS NOT EQUAL TO "Y"
033200         MOVE "ANALYSIS ASSIGNS NO JRN"  TO  WS-RESULT-TEXT
033300         GO TO 2100-FAIL.
033400
033500     STRING JRNL OF ANZFILR       DELIMITED BY SPACE
033600            "/"                   DELIMITED BY SIZE
033700            JRNN OF ANZFILR       DELIMITED BY SPACE
033800            INTO WS-EXPECT-JRN.
033900
034000     IF  JSJRN OF JRNSR IS NOT EQUAL TO "Y"
034100         MOVE "NOT JOURNALED"     TO  WS-RESULT-TEXT
034200         PERFORM 2300-WRITE-STRJRNPF THRU 2300-EXIT
034300         GO TO 2100-FAIL.
034400
034500     IF  JRNN OF ANZFILR IS NOT EQUAL TO JSJRNN OF JRNSR
034600     OR  JRNL OF ANZFILR IS NOT EQUAL TO JSJRNL OF JRNSR
034700         MOVE "WRONG JOURNAL"     TO  WS-RESULT-TEXT
034800         PERFORM 2200-WRITE-ENDJRNPF THRU 2200-EXIT
034900         PERFORM 2300-WRITE-STRJRNPF THRU 2300-EXIT
035000         GO TO 2100-FAIL.
035100
035200     MOVE "JOURNALED AS ASSIGNED" TO  WS-RESULT-TEXT.
035300     PERFORM 2800-PRINT-DETAIL    THRU 2800-EXIT.
035400     GO TO 2100-EXIT.
035500
035600 2100-FAIL.
035700     ADD 1                        TO  WS-FAIL-CNT.
035800     PERFORM 2800-PRINT-DETAIL    THRU 2800-EXIT.
035900 2100-EXIT.
036000     EXIT.
036100
036200*****************************************************************
036300* 2200-WRITE-ENDJRNPF - END JOURNALING TO THE WRONG JOURNAL     *
036400*****************************************************************
036500 2200-WRITE-ENDJRNPF.
036600     MOVE SPACES                  TO  GLJRC-RECORD.
036700     STRING "ENDJRNPF FILE("      DELIMITED BY SIZE
036800            JSLIBN OF JRNSR       DELIMITED BY SPACE
036900            "/"                   DELIMITED BY SIZE
037000            JSFILN OF JRNSR       DELIMITED BY SPACE
037100            ")"                   DELIMITED BY SIZE
037200            INTO GLJRC-RECORD.
037300     WRITE GLJRC-RECORD.
037400     ADD 1                        TO  WS-CMD-CNT.
037500 2200-EXIT.
037600     EXIT.
037700
037800*****************************************************************
037900* 2300-WRITE-STRJRNPF - START JOURNALING TO THE ASSIGNED        *
038000*                       JOURNAL, AS GENJRNSRC GENERATES IT      *
038100*****************************************************************
038200 2300-WRITE-STRJRNPF.
038300     MOVE SPACES                  TO  GLJRC-RECORD.
038400     STRING "STRJRNPF FILE("      DELIMITED BY SIZE
038500            JSLIBN OF JRNSR       DELIMITED BY SPACE
038600            "/"                   DELIMITED BY SIZE
038700            JSFILN OF JRNSR       DELIMITED BY SPACE
038800            ") JRN("              DELIMITED BY SIZE
038900            JRNL OF ANZFILR       DELIMITED BY SPACE
039000            "/"                   DELIMITED BY SIZE
039100            JRNN OF ANZFILR       DELIMITED BY SPACE
039200            ") IMAGES(*BOTH)"     DELIMITED BY SIZE
039300            INTO GLJRC-RECORD.
039400     WRITE GLJRC-RECORD.
039500     ADD 1                        TO  WS-CMD-CNT.
039600 2300-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000* 2800-PRINT-DETAIL - ONE REQUIRED FILE'S RESULT, WITH THE      *
040100*                     JOURNAL EXPECTED AND THE ONE CARRIED      *
040200*****************************************************************
040300 2800-PRINT-DETAIL.
040400     MOVE SPACES                  TO  WS-DETAIL-LINE.
040500     MOVE JSFILN OF JRNSR         TO  WS-DTL-FILE.
040600     MOVE JSLIBN OF JRNSR         TO  WS-DTL-LIB.
040700     MOVE WS-REQ-UPDATED-BY (WS-REQ-IX) TO  WS-DTL-UPDATED-BY.
040800     MOVE WS-RESULT-TEXT          TO  WS-DTL-RESULT.
040900     MOVE WS-EXPECT-JRN           TO  WS-DTL-JOURNAL.
041000     MOVE WS-DETAIL-LINE          TO  GLJRP-RECORD.
041100     WRITE GLJRP-RECORD.
041200
041300     MOVE SPACES                  TO  WS-DETAIL-LINE.
041400     MOVE WS-ACTUAL-JRN           TO  WS-DTL-JOURNAL.
041500     MOVE WS-DETAIL-LINE          TO  GLJRP-RECORD.
041600     WRITE GLJRP-RECORD.
041700 2800-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100* 3000-LIST-UNSEEN - A REQUIRED FILE THE EXTRACT DID NOT CARRY  *
042200*                    CANNOT BE PROVED JOURNALED, SO IT FAILS    *
042300*****************************************************************
042400 3000-LIST-UNSEEN.
042500     IF  WS-REQ-SEEN-SW (WS-REQ-IX) IS EQUAL TO "Y"
042600         GO TO 3000-EXIT.
042700
042800     ADD 1                        TO  WS-FAIL-CNT.
042900     MOVE SPACES                  TO  WS-DETAIL-LINE.
043000     MOVE WS-REQ-FILE (WS-REQ-IX) TO  WS-DTL-FILE.
043100     MOVE WS-REQ-UPDATED-BY (WS-REQ-IX) TO  WS-DTL-UPDATED-BY.
043200     MOVE "NOT IN STATE EXTRACT"  TO  WS-DTL-RESULT.
043300     MOVE WS-DETAIL-LINE          TO  GLJRP-RECORD.
043400     WRITE GLJRP-RECORD.
043500 3000-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900* 8000-PRINT-TOTALS - COUNTS, AND THE VERDICT FOR THE DRIVER    *
044000*****************************************************************
044100 8000-PRINT-TOTALS.
044200     MOVE SPACES                  TO  GLJRP-RECORD.
044300     WRITE GLJRP-RECORD.
044400
044500     MOVE SPACES                  TO  WS-TOTAL-LINE.
044600     MOVE "REQUIRED FILES CHECKED"    TO  WS-TOT-TEXT.
044700     MOVE WS-CHECKED-CNT          TO  WS-TOT-CNT.
044800     MOVE WS-TOTAL-LINE           TO  GLJRP-RECORD.
044900     WRITE GLJRP-RECORD.
045000
045100     MOVE SPACES                  TO  WS-TOTAL-LINE.
045200     MOVE "REQUIRED FILES FAILING"    TO  WS-TOT-TEXT.
045300     MOVE WS-FAIL-CNT             TO  WS-TOT-CNT.
045400     MOVE WS-TOTAL-LINE           TO  GLJRP-RECORD.
045500     WRITE GLJRP-RECORD.
045600
045700     MOVE SPACES                  TO  WS-TOTAL-LINE.
045800     MOVE "FIX COMMANDS WRITTEN TO GLJRNCMD" TO  WS-TOT-TEXT.
045900     MOVE WS-CMD-CNT              TO  WS-TOT-CNT.
046000     MOVE WS-TOTAL-LINE           TO  GLJRP-RECORD.
046100     WRITE GLJRP-RECORD.
046200
046300     MOVE SPACES                  TO  GLJRP-RECORD.
046400     WRITE GLJRP-RECORD.
046500     IF  WS-FAIL-CNT IS EQUAL TO ZERO
046600         MOVE "ALL LEDGER FILES JOURNALED AS ASSIGNED."
046700                                   TO  GLJRP-RECORD
046800     ELSE
046900         MOVE "*** POSTING HELD UNTIL JOURNALING IS FIXED ***"
047000                                   TO  GLJRP-RECORD.
047100     WRITE GLJRP-RECORD.
047200
047300     MOVE WS-FAIL-CNT             TO  WS-JRN-FAIL-CNT.
047400 8000-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY      *
047900*****************************************************************
048000 9000-TERMINATE.
048100     CLOSE ATR-FILE.
048200     CLOSE JST-FILE.
048300     CLOSE CMD-FILE.
048400     CLOSE RPT-FILE.
048500
048600     DISPLAY "GLJRNGAT - REQUIRED FILES CHECKED: " WS-CHECKED-CNT.
048700     DISPLAY "GLJRNGAT - REQUIRED FILES FAILING: " WS-FAIL-CNT.
048800     DISPLAY "GLJRNGAT - FIX COMMANDS WRITTEN:   " WS-CMD-CNT.
048900 9000-EXIT.
049000     EXIT.
049100
049200 9999-EXIT.
049300     STOP RUN.
