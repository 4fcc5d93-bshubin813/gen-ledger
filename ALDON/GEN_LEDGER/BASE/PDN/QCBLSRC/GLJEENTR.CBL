002400*  (PF6), AND THE POST KEY IS HONORED ONLY WHEN TOTAL DEBITS    *
002500*  EQUAL TOTAL CREDITS.  AT THAT POINT THE BATCH HEADER IS      *
002600*  WRITTEN TO GLBATCH WITH GLBTCH-TOTAL-DR/GLBTCH-TOTAL-CR AND  *
002700*  GLBTCH-BALANCED-SW SET, AND THE KEYED LINES ARE WRITTEN TO   *
002800*  THE KEYED PENDING-TRANSACTION FILE (GLTRANIN) FOR THE NEXT   *
002900*  GLPOST RUN TO PICK UP LIKE ANY OTHER BATCH.  PF3 EXITS; AN   *
003000*  UNBALANCED BATCH ABANDONED WITH PF3 WRITES NOTHING AT ALL.   *
003100*                                                               *
006680*                 LINE AND IS CARRIED ON THE WRITTEN JOURNAL     *
006690*                 LINE (GLJE-DOC-REF) FOR THE FIND-BY-           *
006695*                 REFERENCE INQUIRY.                             *
006696*  10/15/26  MJF  AN OPTIONAL BOOK CODE ON THE HEADER SCREEN     *
006697*                 MARKS THE BATCH AS A PARALLEL-BOOK (TAX,       *
006698*                 IFRS) ADJUSTMENT; IT MUST NAME AN ACTIVE       *
006699*                 BOOK ON GLBOOKS AND IS CARRIED ON THE          *
006700*                 BATCH HEADER (GLBTCH-BOOK-CODE).               *
006710*  10/15/26  MJF  THE BATCH HEADER NOW CARRIES THE DATE AND TIME *
006720*                 IT WAS ENTERED, FOR JOURNAL-ENTRY TESTING      *
006730*                 (GLJETEST).                                    *
006735*  10/15/26  MJF  A PROJECT CODE CAN NOW BE KEYED ON EACH LINE;  *
006740*                 IT MUST NAME AN OPEN PROJECT OF THE BATCH'S    *
006745*                 COMPANY ON THE PROJECT MASTER (GLPROJ) AND IS  *
006750*                 CARRIED ON THE WRITTEN JOURNAL LINE (GLJE-     *
006755*                 PROJECT-CODE).                                 *
006760*  10/15/26  MJF  A TAX CODE CAN NOW BE KEYED ON EACH LINE; IT   *
006765*                 MUST BE IN EFFECT ON THE ENTRY DATE (GLTAXCAL) *
006770*                 AND IS CARRIED ON THE JOURNAL LINE.  THE BATCH *
006775*                 MUST BALANCE WITH THE TAX POSTING WILL ADD FOR *
006780*                 CODES THAT HAVE NO TAX LINE KEYED.             *
006781*  10/15/26  MJF  JOURNAL LINES ARE NOW WRITTEN TO THE KEYED     *
006782*                 PENDING-TRANSACTION FILE (GLTRANIN, GLPNDREC)  *
006783*                 AT STATUS PENDING INSTEAD OF BEING APPENDED TO *
006784*                 A SEQUENTIAL GLTRANIN.                         *
006785*****************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER.   IBM-ISERIES.
008500         FILE STATUS  IS WS-BTCH-STATUS.
008600
008700     SELECT JE-FILE    ASSIGN TO GLTRANIN
008800         ORGANIZATION IS INDEXED
008820         ACCESS       IS DYNAMIC
008840         RECORD KEY   IS GLPND-KEY
008900         FILE STATUS  IS WS-JE-STATUS.
009000
009100     SELECT COA-FILE   ASSIGN TO GLCOA
011800         RECORD KEY   IS GLNAR-KEY
011900         FILE STATUS  IS WS-NAR-STATUS.
012000
012014     SELECT BOOK-FILE  ASSIGN TO GLBOOKS
012028         ORGANIZATION IS INDEXED
012042         ACCESS       IS DYNAMIC
012056         RECORD KEY   IS GLBOOK-KEY
012070         FILE STATUS  IS WS-BOOK-STATUS.
012084
012086     SELECT PRJ-FILE   ASSIGN TO GLPROJ
012088         ORGANIZATION IS INDEXED
012090         ACCESS       IS DYNAMIC
012092         RECORD KEY   IS GLPRJ-KEY
012094         FILE STATUS  IS WS-PRJ-STATUS.
012096
012100/
012200*****************************************************************
012300* D A T A   D I V I S I O N                                     *
013700 FD  JE-FILE
013800     LABEL RECORDS ARE STANDARD
013900     RECORDING MODE IS F.
013950     COPY GLPNDREC.
014000     COPY GLJEREC.
014100
014200 FD  COA-FILE
014700     LABEL RECORDS ARE STANDARD.
014800     COPY GLDEPREC.
014900
014910 FD  PRJ-FILE
014920     LABEL RECORDS ARE STANDARD.
014930     COPY GLPRJREC.
014940
015000 FD  SRC-FILE
015100     LABEL RECORDS ARE STANDARD.
015200     COPY GLSRCREC.
015900     LABEL RECORDS ARE STANDARD.
016000     COPY GLNARREC.
016100
016120 FD  BOOK-FILE
016140     LABEL RECORDS ARE STANDARD.
016160     COPY GLBOOKREC.
016180
016200/
016300*****************************************************************
016400* W O R K I N G   S T O R A G E   S E C T I O N                 *
020200 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
020300     88  WS-DEP-OK                       VALUE "00".
020400
020410 77  WS-PRJ-STATUS              PIC X(02) VALUE SPACES.
020420     88  WS-PRJ-OK                       VALUE "00".
020430
020500 77  WS-SRC-STATUS              PIC X(02) VALUE SPACES.
020600     88  WS-SRC-OK                       VALUE "00".
020700
021100 77  WS-NAR-STATUS              PIC X(02) VALUE SPACES.
021200     88  WS-NAR-OK                       VALUE "00".
021300
021325 77  WS-BOOK-STATUS             PIC X(02) VALUE SPACES.
021350     88  WS-BOOK-OK                      VALUE "00".
021375
021400 01  WS-SEG-ACCT.
021500     05  WS-SEG-ACCT-NO         PIC 9(06).
021600     05  WS-SEG-PIECES          REDEFINES WS-SEG-ACCT-NO.
024200 77  WS-HDR-CO-CODE             PIC X(03) VALUE SPACES.
024300 77  WS-HDR-DESC                PIC X(30) VALUE SPACES.
024400 77  WS-HDR-SOURCE-CODE         PIC X(04) VALUE SPACES.
024450 77  WS-HDR-BOOK-CODE           PIC X(02) VALUE SPACES.
024500
024600 77  WS-LINE-EXT-AMT            PIC S9(09)V99 COMP-3 VALUE ZERO.
024700 77  WS-TOTAL-DR                PIC S9(09)V99 COMP-3 VALUE ZERO.
024800 77  WS-TOTAL-CR                PIC S9(09)V99 COMP-3 VALUE ZERO.
024810 77  WS-TAX-DR                  PIC S9(09)V99 COMP-3 VALUE ZERO.
024820 77  WS-TAX-CR                  PIC S9(09)V99 COMP-3 VALUE ZERO.
024830 77  WS-POST-DR                 PIC S9(09)V99 COMP-3 VALUE ZERO.
024840 77  WS-POST-CR                 PIC S9(09)V99 COMP-3 VALUE ZERO.
024850 77  WS-TAX-IX                  PIC 9(04) BINARY VALUE ZERO.
024860 77  WS-TAX-SUPP-SW             PIC X(01) VALUE "N".
024870     88  WS-TAX-SUPPLIED                  VALUE "Y".
024900
025000 77  WS-BATCH-CNT               PIC 9(07) BINARY VALUE ZERO.
025100 77  WS-LINE-CNT                PIC 9(04) BINARY VALUE ZERO.
026300         10  WS-TBL-NARRATIVE       PIC X(50).
026350         10  WS-TBL-STAT-SW         PIC X(01).
026360         10  WS-TBL-DOC-REF         PIC X(15).
026370         10  WS-TBL-PROJECT-CODE    PIC X(06).
026380         10  WS-TBL-TAX-CODE        PIC X(04).
026400
026410     COPY GLTXAREC.
026500/
026600****************************************************************
026700* L I N K A G E   S E C T I O N                                *
029500 1000-INITIALIZE.
029600     OPEN I-O    SCREEN-FILE.
029700     OPEN I-O    BTCH-FILE.
029800     OPEN I-O    JE-FILE.
029900     OPEN INPUT  COA-FILE.
030000     OPEN INPUT  DEP-FILE.
030010     OPEN INPUT  PRJ-FILE.
030100     OPEN INPUT  SRC-FILE.
030200     OPEN INPUT  SEG-FILE.
030300     OPEN I-O    NAR-FILE.
030350     OPEN INPUT  BOOK-FILE.
030400
030500     MOVE ALL B"0"                TO  ALL-99-INDICATORS.
030600     MOVE SPACES                  TO  WS-HDRFMT-REC.
037500*****************************************************************
037600* 2100-EDIT-HEADER - THE KEYED ENTRY DATE, COMPANY CODE AND     *
037700*                    DESCRIPTION MUST ALL BE PRESENT BEFORE     *
037800*                    LINE KEYING BEGINS.  A BOOK CODE, IF      *
037850*                    KEYED, MUST NAME AN ACTIVE BOOK            *
037900*****************************************************************
038000 2100-EDIT-HEADER.
038100     MOVE "N"                     TO  WS-HDR-VALID-SW.
040930         MOVE "SOURCE CODE INACTIVE"  TO  HDR-MESSAGE
040940         GO TO 2100-EXIT.
041000
041009     IF  HDR-BOOK-CODE IS NOT EQUAL TO SPACES
041018         MOVE HDR-BOOK-CODE       TO  GLBOOK-BOOK-CODE
041027         READ BOOK-FILE
041036             INVALID KEY
041045                 MOVE "BOOK CODE NOT ON FILE" TO  HDR-MESSAGE
041054                 GO TO 2100-EXIT
041063         END-READ
041072         IF  NOT GLBOOK-IS-ACTIVE
041081             MOVE "BOOK CODE INACTIVE"    TO  HDR-MESSAGE
041090             GO TO 2100-EXIT.
041100
041200     MOVE HDR-ENTRY-DATE          TO  WS-HDR-ENTRY-DATE.
041300     MOVE HDR-CO-CODE             TO  WS-HDR-CO-CODE.
041400     MOVE HDR-DESC                TO  WS-HDR-DESC.
041500     MOVE HDR-SOURCE-CODE         TO  WS-HDR-SOURCE-CODE.
041550     MOVE HDR-BOOK-CODE           TO  WS-HDR-BOOK-CODE.
041600     MOVE "Y"                     TO  WS-HDR-VALID-SW.
041700 2100-EXIT.
041800     EXIT.
054000                          TO  WS-TBL-NARRATIVE (WS-LINE-NDX).
054002     MOVE SFL-DOC-REF
054004                          TO  WS-TBL-DOC-REF (WS-LINE-NDX).
054006     MOVE SFL-PROJECT-CODE
054017                          TO  WS-TBL-PROJECT-CODE (WS-LINE-NDX).
054028     MOVE SFL-TAX-CODE
054039                          TO  WS-TBL-TAX-CODE (WS-LINE-NDX).
054050     IF  GLCOA-TYPE-STAT
054061         MOVE "Y"            TO  WS-TBL-STAT-SW (WS-LINE-NDX)
054072     ELSE
054083         MOVE "N"            TO  WS-TBL-STAT-SW (WS-LINE-NDX).
054100
054200     MULTIPLY SFL-QTY BY SFL-PRICE GIVING WS-LINE-EXT-AMT.
054300
062000         END-IF
062100     END-IF.
062200
062206     IF  SFL-PROJECT-CODE IS NOT EQUAL TO SPACES
062212         MOVE WS-HDR-CO-CODE      TO  GLPRJ-CO-CODE
062218         MOVE SFL-PROJECT-CODE    TO  GLPRJ-PROJECT-CODE
062224         READ PRJ-FILE
062230             INVALID KEY
062236                 MOVE "PROJECT NOT ON FILE"
062242                                  TO  CTL-MESSAGE
062248                 GO TO 3300-EXIT
062254         END-READ
062260         IF  NOT GLPRJ-IS-OPEN
062266             MOVE "PROJECT CLOSED"    TO  CTL-MESSAGE
062272             GO TO 3300-EXIT
062278         END-IF
062284     END-IF.
062291
062298     IF  SFL-TAX-CODE IS NOT EQUAL TO SPACES
062305         MOVE "C"                 TO  GLTXA-FUNCTION
062312         MOVE SFL-TAX-CODE        TO  GLTXA-TAX-CODE
062319         MOVE WS-HDR-ENTRY-DATE   TO  GLTXA-DATE
062326         MOVE ZERO                TO  GLTXA-NET-AMT
062333         CALL "GLTAXCAL"     USING GLTXA-AREA
062340         IF  NOT GLTXA-FOUND
062347             MOVE "TAX CODE NOT IN EFFECT"
062354                                  TO  CTL-MESSAGE
062361             GO TO 3300-EXIT
062368         END-IF
062375     END-IF.
062382     MOVE "Y"                     TO  WS-ACCT-VALID-SW.
062400 3300-EXIT.
062500     EXIT.
062600
063400         MOVE "NO LINES KEYED"    TO  CTL-MESSAGE
063500         GO TO 3500-EXIT.
063600
063610     PERFORM 3600-ADD-BATCH-TAX       THRU 3600-EXIT.
063620
063700     IF  WS-POST-DR IS NOT EQUAL TO WS-POST-CR
063800         MOVE "BATCH NOT IN BALANCE" TO  CTL-MESSAGE
063900         GO TO 3500-EXIT.
064000
064700     MOVE SPACES                  TO  WS-HDRFMT-REC.
064800 3500-EXIT.
064900     EXIT.
064901
064902*****************************************************************
064903* 3600-ADD-BATCH-TAX - ADD TO THE KEYED TOTALS THE TAX POSTING  *
064904*                      WILL GENERATE: ONE LINE'S TAX ON ITS OWN *
064905*                      SIDE, UNLESS THE BATCH ALREADY CARRIES A *
064906*                      LINE ON THE CODE'S TAX ACCOUNT           *
064907*****************************************************************
064908 3600-ADD-BATCH-TAX.
064909     MOVE ZERO                    TO  WS-TAX-DR.
064910     MOVE ZERO                    TO  WS-TAX-CR.
064911     PERFORM 3610-TAX-ONE-LINE        THRU 3610-EXIT
064912         VARYING WS-LINE-NDX FROM 1 BY 1
064913         UNTIL WS-LINE-NDX IS GREATER THAN WS-LINE-CNT.
064914     ADD WS-TOTAL-DR WS-TAX-DR    GIVING WS-POST-DR.
064915     ADD WS-TOTAL-CR WS-TAX-CR    GIVING WS-POST-CR.
064916 3600-EXIT.
064917     EXIT.
064918
064919 3610-TAX-ONE-LINE.
064920     IF  WS-TBL-TAX-CODE (WS-LINE-NDX) IS EQUAL TO SPACES
064921         GO TO 3610-EXIT.
064922     IF  WS-TBL-STAT-SW (WS-LINE-NDX) IS EQUAL TO "Y"
064923         GO TO 3610-EXIT.
064924
064925     MOVE "C"                     TO  GLTXA-FUNCTION.
064926     MOVE WS-TBL-TAX-CODE (WS-LINE-NDX) TO GLTXA-TAX-CODE.
064927     MOVE WS-HDR-ENTRY-DATE       TO  GLTXA-DATE.
064928     MULTIPLY WS-TBL-QTY (WS-LINE-NDX)
064929         BY WS-TBL-PRICE (WS-LINE-NDX)
064930         GIVING GLTXA-NET-AMT.
064931     CALL "GLTAXCAL"         USING GLTXA-AREA.
064932     IF  NOT GLTXA-FOUND
064933         GO TO 3610-EXIT.
064934     IF  WS-TBL-ACCT-NO (WS-LINE-NDX)
064935             IS EQUAL TO GLTXA-TAX-ACCT-NO
064936         GO TO 3610-EXIT.
064937
064938     MOVE "N"                     TO  WS-TAX-SUPP-SW.
064939     PERFORM 3620-TEST-SUPPLIED       THRU 3620-EXIT
064940         VARYING WS-TAX-IX FROM 1 BY 1
064941         UNTIL WS-TAX-IX IS GREATER THAN WS-LINE-CNT
064942         OR    WS-TAX-SUPPLIED.
064943     IF  WS-TAX-SUPPLIED
064944         GO TO 3610-EXIT.
064945
064946     IF  WS-TBL-DR-CR-CODE (WS-LINE-NDX) IS EQUAL TO "D"
064947         ADD GLTXA-TAX-AMT        TO  WS-TAX-DR
064948     ELSE
064949         ADD GLTXA-TAX-AMT        TO  WS-TAX-CR.
064950 3610-EXIT.
064951     EXIT.
064952
064953 3620-TEST-SUPPLIED.
064954     IF  WS-TBL-TAX-CODE (WS-TAX-IX)
064955             IS EQUAL TO WS-TBL-TAX-CODE (WS-LINE-NDX)
064956     AND WS-TBL-ACCT-NO (WS-TAX-IX) IS EQUAL TO GLTXA-TAX-ACCT-NO
064957         MOVE "Y"                 TO  WS-TAX-SUPP-SW.
064958 3620-EXIT.
064959     EXIT.
065000
065100*****************************************************************
065200* 4000-WRITE-BATCH - WRITE THE BALANCED BATCH HEADER TO GLBATCH *
065300*                    AND ADD THE KEYED LINES TO GLTRANIN FOR    *
065400*                    THE NEXT POSTING RUN                       *
065500*****************************************************************
065600 4000-WRITE-BATCH.
065800     MOVE WS-HDR-ENTRY-DATE       TO  GLBTCH-ENTRY-DATE.
065900     MOVE WS-HDR-CO-CODE          TO  GLBTCH-CO-CODE.
066000     MOVE WS-HDR-DESC             TO  GLBTCH-DESC.
066100     MOVE WS-POST-DR              TO  GLBTCH-TOTAL-DR.
066200     MOVE WS-POST-CR              TO  GLBTCH-TOTAL-CR.
066300     MOVE "Y"                     TO  GLBTCH-BALANCED-SW.
066400     MOVE "N"                     TO  GLBTCH-REVERSING-SW.
066500     MOVE "N"                     TO  GLBTCH-REVERSED-SW.
066800     MOVE SPACES                  TO  GLBTCH-APPROVER-ID.
066900     MOVE WS-USER-ID              TO  GLBTCH-ENTERED-BY.
067000     MOVE WS-HDR-SOURCE-CODE      TO  GLBTCH-SOURCE-CODE.
067050     MOVE WS-HDR-BOOK-CODE        TO  GLBTCH-BOOK-CODE.
067060     ACCEPT GLBTCH-ENTERED-DATE   FROM DATE YYYYMMDD.
067070     ACCEPT GLBTCH-ENTERED-TIME   FROM TIME.
067080     MOVE ZERO                    TO  GLBTCH-APPROVED-DATE.
067090     MOVE ZERO                    TO  GLBTCH-APPROVED-TIME.
067100
067200     WRITE GLBTCH-RECORD.
067300     IF  NOT WS-BTCH-OK
068200     EXIT.
068300
068400*****************************************************************
068500* 4100-WRITE-ONE-LINE - ADD ONE KEYED LINE, IN GLJEREC FORMAT,  *
068600*                       TO THE PENDING FILE AS PENDING ("P")    *
068700*****************************************************************
068800 4100-WRITE-ONE-LINE.
068900     MOVE WS-CUR-BATCH-NO         TO  GLJE-BATCH-NO.
070000                                  TO  GLJE-DEPT-CODE.
070010     MOVE WS-TBL-DOC-REF (WS-LINE-NDX)
070020                                  TO  GLJE-DOC-REF.
070030     MOVE WS-TBL-PROJECT-CODE (WS-LINE-NDX)
070040                                  TO  GLJE-PROJECT-CODE.
070050     MOVE WS-TBL-TAX-CODE (WS-LINE-NDX)
070060                                  TO  GLJE-TAX-CODE.
070070     MOVE "P"                     TO  GLPND-STATUS-SW.
070080     MOVE GLBTCH-ENTERED-DATE     TO  GLPND-STATUS-DATE.
070100
070200     WRITE GLPND-RECORD.
070300     IF  NOT WS-JE-OK
070400         DISPLAY "GLJEENTR - ERROR WRITING GLTRANIN, STATUS "
070500                 WS-JE-STATUS
073200     CLOSE JE-FILE.
073300     CLOSE COA-FILE.
073400     CLOSE DEP-FILE.
073410     CLOSE PRJ-FILE.
073500     CLOSE SRC-FILE.
073600     CLOSE SEG-FILE.
073700     CLOSE NAR-FILE.
073750     CLOSE BOOK-FILE.
073760     MOVE "E"                     TO  GLTXA-FUNCTION.
073770     CALL "GLTAXCAL"         USING GLTXA-AREA.
073800 9000-EXIT.
073900     EXIT.
074000
