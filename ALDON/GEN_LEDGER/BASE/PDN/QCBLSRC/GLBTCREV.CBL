001400*  BACK INTO THE GLJEENTR-STYLE LINE SUBFILE FOR CORRECTION -   *
001500*  THE SAME PER-LINE VALIDATION AND CORRECT-IN-PLACE HANDLING   *
001600*  THE ENTRY SCREEN USES.  WHEN THE OPERATOR PRESSES THE        *
001610*  ACCEPT KEY (PF6) AND THE BATCH BALANCES, THE BATCH'S PENDING *
001620*  ROWS ARE UPDATED IN PLACE IN THE KEYED GLTRANIN (GLPNDREC) - *
001630*  LINES THE OPERATOR DROPPED ARE DELETED AND THE CORRECTED     *
001640*  LINES WRITTEN BACK AT STATUS PENDING, WITH NO OTHER BATCH    *
001650*  TOUCHED AND NO FILE TO SWAP.  THE HEADER IS RE-TOTALED,      *
001660*  FLAGGED BALANCED, PUT BACK TO PENDING "P" FOR A FRESH        *
001670*  APPROVAL UNDER THE REVISING USER'S ID, AND THE CHANGE IS     *
001680*  LOGGED TO GLPSTLOG.  PF3 EXITS WITHOUT TOUCHING ANYTHING.    *
002600*                                                               *
002700*  THIS PROGRAM FOLLOWS THE SAME WORKSTATION-FILE/EXTERNALLY-   *
002800*  DESCRIBED-SCREEN AND SUBFILE CONVENTIONS GLJEENTR USES.      *
003100*  MODIFICATION HISTORY                                         *
003200*---------------------------------------------------------------*
003300*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003310*  10/15/26  MJF  A REVISED BATCH PUT BACK TO PENDING IS RE-     *
003320*                 STAMPED WITH ITS ENTRY DATE AND TIME AND ITS   *
003330*                 APPROVAL STAMP CLEARED.                        *
003340*  10/15/26  MJF  EACH LINE'S PROJECT CODE IS SHOWN, CAN BE      *
003350*                 CORRECTED AND IS VALIDATED AGAINST THE PROJECT *
003360*                 MASTER (GLPROJ) LIKE THE DEPARTMENT.           *
003370*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
003380*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
003384*  10/15/26  MJF  EACH LINE'S TAX CODE IS SHOWN, CAN BE          *
003396*                 CORRECTED AND MUST BE IN EFFECT ON THE ENTRY   *
003408*                 DATE (GLTAXCAL).  THE BATCH MUST BALANCE WITH  *
003420*                 THE TAX POSTING WILL ADD, AS IN GLJEENTR.      *
003432*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION  *
003444*                 FILE (GLPNDREC).  THE BATCH'S PENDING LINES    *
003456*                 ARE LOADED BY KEY AND UPDATED IN PLACE ON      *
003468*                 ACCEPT; THE GLREVWRK COPY AND SWAP ARE GONE.   *
003480*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-ISERIES.
005200         FILE STATUS  IS WS-BTCH-STATUS.
005300
005400     SELECT JE-FILE    ASSIGN TO GLTRANIN
005410         ORGANIZATION IS INDEXED
005420         ACCESS       IS DYNAMIC
005430         RECORD KEY   IS GLPND-KEY
005440         FILE STATUS  IS WS-JE-STATUS.
006200     SELECT COA-FILE   ASSIGN TO GLCOA
006300         ORGANIZATION IS INDEXED
006400         ACCESS       IS DYNAMIC
007100         RECORD KEY   IS GLDEP-KEY
007200         FILE STATUS  IS WS-DEP-STATUS.
007300
007310     SELECT PRJ-FILE   ASSIGN TO GLPROJ
007320         ORGANIZATION IS INDEXED
007330         ACCESS       IS DYNAMIC
007340         RECORD KEY   IS GLPRJ-KEY
007350         FILE STATUS  IS WS-PRJ-STATUS.
007360
007400     SELECT SEG-FILE   ASSIGN TO GLSEGVAL
007500         ORGANIZATION IS INDEXED
007600         ACCESS       IS DYNAMIC
010000 FD  JE-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORDING MODE IS F.
010210     COPY GLPNDREC.
010300     COPY GLJEREC.
010400
012200
012300 FD  COA-FILE
012400     LABEL RECORDS ARE STANDARD.
012800     LABEL RECORDS ARE STANDARD.
012900     COPY GLDEPREC.
013000
013010 FD  PRJ-FILE
013020     LABEL RECORDS ARE STANDARD.
013030     COPY GLPRJREC.
013040
013100 FD  SEG-FILE
013200     LABEL RECORDS ARE STANDARD.
013300     COPY GLSEGREC.
017200     88  WS-JE-OK                        VALUE "00".
017300     88  WS-JE-EOF                       VALUE "10".
017400
017800 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
017900     88  WS-COA-OK                       VALUE "00".
018000
018100 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
018200     88  WS-DEP-OK                       VALUE "00".
018300
018310 77  WS-PRJ-STATUS              PIC X(02) VALUE SPACES.
018320     88  WS-PRJ-OK                       VALUE "00".
018330
018400 77  WS-SEG-STATUS              PIC X(02) VALUE SPACES.
018500     88  WS-SEG-OK                       VALUE "00".
018600
021100
021200 77  WS-CUR-BATCH-NO            PIC 9(06) VALUE ZERO.
021300 77  WS-BATCH-CO-CODE           PIC X(03) VALUE SPACES.
021310 77  WS-BATCH-ENTRY-DATE        PIC 9(08) VALUE ZERO.
021400
021500 77  WS-LINE-EXT-AMT            PIC S9(09)V99 COMP-3 VALUE ZERO.
021600 77  WS-TOTAL-DR                PIC S9(09)V99 COMP-3 VALUE ZERO.
021700 77  WS-TOTAL-CR                PIC S9(09)V99 COMP-3 VALUE ZERO.
021710 77  WS-TAX-DR                  PIC S9(09)V99 COMP-3 VALUE ZERO.
021720 77  WS-TAX-CR                  PIC S9(09)V99 COMP-3 VALUE ZERO.
021730 77  WS-POST-DR                 PIC S9(09)V99 COMP-3 VALUE ZERO.
021740 77  WS-POST-CR                 PIC S9(09)V99 COMP-3 VALUE ZERO.
021750 77  WS-TAX-IX                  PIC 9(04) BINARY VALUE ZERO.
021760 77  WS-TAX-SUPP-SW             PIC X(01) VALUE "N".
021770     88  WS-TAX-SUPPLIED                  VALUE "Y".
021800
021900 77  WS-LINE-CNT                PIC 9(04) BINARY VALUE ZERO.
022100
022200 01  WS-LINE-TABLE.
022300     05  WS-LINE-ENTRY          OCCURS 200 TIMES
023000         10  WS-TBL-CURR-CODE       PIC X(03).
023100         10  WS-TBL-DEPT-CODE       PIC X(04).
023200         10  WS-TBL-DOC-REF         PIC X(15).
023210         10  WS-TBL-PROJECT-CODE    PIC X(06).
023220         10  WS-TBL-TAX-CODE        PIC X(04).
023300
023310     COPY GLLCHREC.
023320
023330     COPY GLTXAREC.
023400/
023500****************************************************************
023600* L I N K A G E   S E C T I O N                                *
026400     OPEN I-O    BTCH-FILE.
026500     OPEN INPUT  COA-FILE.
026600     OPEN INPUT  DEP-FILE.
026610     OPEN INPUT  PRJ-FILE.
026700     OPEN INPUT  SEG-FILE.
026800     OPEN EXTEND LOG-FILE.
026900
030500
030600     MOVE CTL-BATCH-NO            TO  WS-CUR-BATCH-NO.
030700     MOVE GLBTCH-CO-CODE          TO  WS-BATCH-CO-CODE.
030710     MOVE GLBTCH-ENTRY-DATE       TO  WS-BATCH-ENTRY-DATE.
030800
030900     PERFORM 3000-LOAD-BATCH-LINES THRU 3000-EXIT.
031000     IF  WS-LINE-CNT IS EQUAL TO ZERO
031800     EXIT.
031900
032000*****************************************************************
032010* 3000-LOAD-BATCH-LINES - PULL THE BATCH'S PENDING LINES BACK  *
032020*                         FROM GLTRANIN INTO THE TABLE AND      *
032030*                         SUBFILE, RE-TOTALING AS THEY LOAD     *
032500 3000-LOAD-BATCH-LINES.
032600     PERFORM 3500-CLEAR-SUBFILE   THRU 3500-EXIT.
032700     MOVE ZERO                    TO  WS-LINE-CNT.
032800     MOVE ZERO                    TO  WS-TOTAL-DR.
032900     MOVE ZERO                    TO  WS-TOTAL-CR.
033000
033010     OPEN INPUT JE-FILE.
033020     MOVE SPACES                  TO  WS-JE-STATUS.
033030     MOVE WS-CUR-BATCH-NO         TO  GLPND-BATCH-NO.
033040     MOVE ZERO                    TO  GLPND-LINE-NO.
033050     START JE-FILE KEY IS NOT LESS THAN GLPND-KEY
033060         INVALID KEY
033070             MOVE "10"            TO  WS-JE-STATUS.
033080     PERFORM 3100-ONE-TRANIN-LINE THRU 3100-EXIT
033090         UNTIL WS-JE-EOF.
033500     CLOSE JE-FILE.
033600
033700     MOVE WS-TOTAL-DR             TO  CTL-TOTAL-DR.
034000     EXIT.
034100
034200*****************************************************************
034210* 3100-ONE-TRANIN-LINE - ONE GLTRANIN LINE OF THE KEYED BATCH; *
034220*                        A PENDING LINE GOES INTO THE TABLE AND *
034230*                        SUBFILE                                *
034240*****************************************************************
034250 3100-ONE-TRANIN-LINE.
034260     READ JE-FILE NEXT RECORD
034270         AT END
034280             MOVE "10"            TO  WS-JE-STATUS
034290             GO TO 3100-EXIT.
034300
034310     IF  GLJE-BATCH-NO IS NOT EQUAL TO WS-CUR-BATCH-NO
034320         MOVE "10"                TO  WS-JE-STATUS
034330         GO TO 3100-EXIT.
034340
034350     IF  NOT GLPND-PENDING
034360         GO TO 3100-ONE-TRANIN-LINE.
035400
035500     IF  WS-LINE-CNT IS EQUAL TO 200
035600         MOVE "BATCH IS FULL - 200 LINES"  TO  CTL-MESSAGE
036600     MOVE GLJE-CURR-CODE     TO  WS-TBL-CURR-CODE (WS-LINE-NDX).
036700     MOVE GLJE-DEPT-CODE     TO  WS-TBL-DEPT-CODE (WS-LINE-NDX).
036800     MOVE GLJE-DOC-REF       TO  WS-TBL-DOC-REF (WS-LINE-NDX).
036810     MOVE GLJE-PROJECT-CODE
036820                          TO  WS-TBL-PROJECT-CODE (WS-LINE-NDX).
036830     MOVE GLJE-TAX-CODE
036840                          TO  WS-TBL-TAX-CODE (WS-LINE-NDX).
036900
037000     MULTIPLY GLJE-QTY BY GLJE-PRICE GIVING WS-LINE-EXT-AMT.
037100     IF  GLJE-DR-CR-CODE IS EQUAL TO "D"
038200     MOVE GLJE-CURR-CODE          TO  SFL-CURR-CODE.
038300     MOVE GLJE-DEPT-CODE          TO  SFL-DEPT-CODE.
038400     MOVE GLJE-DOC-REF            TO  SFL-DOC-REF.
038410     MOVE GLJE-PROJECT-CODE       TO  SFL-PROJECT-CODE.
038420     MOVE GLJE-TAX-CODE           TO  SFL-TAX-CODE.
038500
038600     ADD 1                        TO  WS-SFL-ROWS.
038700     MOVE WS-SFL-ROWS             TO  SUBFILE-RRN.
049100                          TO  WS-TBL-DEPT-CODE (WS-LINE-NDX).
049200     MOVE SFL-DOC-REF
049300                          TO  WS-TBL-DOC-REF (WS-LINE-NDX).
049310     MOVE SFL-PROJECT-CODE
049320                          TO  WS-TBL-PROJECT-CODE (WS-LINE-NDX).
049330     MOVE SFL-TAX-CODE
049340                          TO  WS-TBL-TAX-CODE (WS-LINE-NDX).
049400
049500     MULTIPLY SFL-QTY BY SFL-PRICE GIVING WS-LINE-EXT-AMT.
049600     IF  SFL-DR-CR-CODE IS EQUAL TO "D"
056300         END-IF
056400     END-IF.
056500
056506     IF  SFL-PROJECT-CODE IS NOT EQUAL TO SPACES
056512         MOVE WS-BATCH-CO-CODE    TO  GLPRJ-CO-CODE
056518         MOVE SFL-PROJECT-CODE    TO  GLPRJ-PROJECT-CODE
056524         READ PRJ-FILE
056530             INVALID KEY
056536                 MOVE "PROJECT NOT ON FILE"
056542                                  TO  CTL-MESSAGE
056548                 GO TO 4300-EXIT
056554         END-READ
056560         IF  NOT GLPRJ-IS-OPEN
056566             MOVE "PROJECT CLOSED"    TO  CTL-MESSAGE
056572             GO TO 4300-EXIT
056578         END-IF
056584     END-IF.
056591
056598     IF  SFL-TAX-CODE IS NOT EQUAL TO SPACES
056605         MOVE "C"                 TO  GLTXA-FUNCTION
056612         MOVE SFL-TAX-CODE        TO  GLTXA-TAX-CODE
056619         MOVE WS-BATCH-ENTRY-DATE TO  GLTXA-DATE
056626         MOVE ZERO                TO  GLTXA-NET-AMT
056633         CALL "GLTAXCAL"     USING GLTXA-AREA
056640         IF  NOT GLTXA-FOUND
056647             MOVE "TAX CODE NOT IN EFFECT"
056654                                  TO  CTL-MESSAGE
056661             GO TO 4300-EXIT
056668         END-IF
056675     END-IF.
056682     MOVE "Y"                     TO  WS-LINE-VALID-SW.
056700 4300-EXIT.
056800     EXIT.
056900
058500
058600*****************************************************************
058700* 5000-TRY-ACCEPT - THE ACCEPT KEY IS HONORED ONLY WHEN TOTAL   *
058800*                   DEBITS EQUAL TOTAL CREDITS, WITH THE TAX    *
058810*                   POSTING WILL ADD; THE BATCH GOES            *
058900*                   BACK TO PENDING FOR A FRESH APPROVAL        *
059000*****************************************************************
059100 5000-TRY-ACCEPT.
059110     PERFORM 5600-ADD-BATCH-TAX       THRU 5600-EXIT.
059120
059200     IF  WS-POST-DR IS NOT EQUAL TO WS-POST-CR
059300         MOVE "BATCH NOT IN BALANCE" TO  CTL-MESSAGE
059400         GO TO 5000-EXIT.
059500
060200 5000-EXIT.
060300     EXIT.
060400
060401*****************************************************************
060402* 5600-ADD-BATCH-TAX - ADD TO THE LINE TOTALS THE TAX POSTING   *
060403*                      WILL GENERATE: ONE LINE'S TAX ON ITS OWN *
060404*                      SIDE, UNLESS THE BATCH ALREADY CARRIES A *
060405*                      LINE ON THE CODE'S TAX ACCOUNT           *
060406*****************************************************************
060407 5600-ADD-BATCH-TAX.
060408     MOVE ZERO                    TO  WS-TAX-DR.
060409     MOVE ZERO                    TO  WS-TAX-CR.
060410     PERFORM 5610-TAX-ONE-LINE        THRU 5610-EXIT
060411         VARYING WS-LINE-NDX FROM 1 BY 1
060412         UNTIL WS-LINE-NDX IS GREATER THAN WS-LINE-CNT.
060413     ADD WS-TOTAL-DR WS-TAX-DR    GIVING WS-POST-DR.
060414     ADD WS-TOTAL-CR WS-TAX-CR    GIVING WS-POST-CR.
060415 5600-EXIT.
060416     EXIT.
060417
060418 5610-TAX-ONE-LINE.
060419     IF  WS-TBL-TAX-CODE (WS-LINE-NDX) IS EQUAL TO SPACES
060420         GO TO 5610-EXIT.
060421
060422     MOVE "C"                     TO  GLTXA-FUNCTION.
060423     MOVE WS-TBL-TAX-CODE (WS-LINE-NDX) TO GLTXA-TAX-CODE.
060424     MOVE WS-BATCH-ENTRY-DATE     TO  GLTXA-DATE.
060425     MULTIPLY WS-TBL-QTY (WS-LINE-NDX)
060426         BY WS-TBL-PRICE (WS-LINE-NDX)
060427         GIVING GLTXA-NET-AMT.
060428     CALL "GLTAXCAL"         USING GLTXA-AREA.
060429     IF  NOT GLTXA-FOUND
060430         GO TO 5610-EXIT.
060431     IF  WS-TBL-ACCT-NO (WS-LINE-NDX)
060432             IS EQUAL TO GLTXA-TAX-ACCT-NO
060433         GO TO 5610-EXIT.
060434
060435     MOVE "N"                     TO  WS-TAX-SUPP-SW.
060436     PERFORM 5620-TEST-SUPPLIED       THRU 5620-EXIT
060437         VARYING WS-TAX-IX FROM 1 BY 1
060438         UNTIL WS-TAX-IX IS GREATER THAN WS-LINE-CNT
060439         OR    WS-TAX-SUPPLIED.
060440     IF  WS-TAX-SUPPLIED
060441         GO TO 5610-EXIT.
060442
060443     IF  WS-TBL-DR-CR-CODE (WS-LINE-NDX) IS EQUAL TO "D"
060444         ADD GLTXA-TAX-AMT        TO  WS-TAX-DR
060445     ELSE
060446         ADD GLTXA-TAX-AMT        TO  WS-TAX-CR.
060447 5610-EXIT.
060448     EXIT.
060449
060450 5620-TEST-SUPPLIED.
060451     IF  WS-TBL-TAX-CODE (WS-TAX-IX)
060452             IS EQUAL TO WS-TBL-TAX-CODE (WS-LINE-NDX)
060453     AND WS-TBL-ACCT-NO (WS-TAX-IX) IS EQUAL TO GLTXA-TAX-ACCT-NO
060454         MOVE "Y"                 TO  WS-TAX-SUPP-SW.
060455 5620-EXIT.
060456     EXIT.
060500*****************************************************************
060510* 6000-REWRITE-TRANSACTIONS - DELETE THE BATCH'S PENDING ROWS  *
060520*                             FROM GLTRANIN AND WRITE THE       *
060530*                             CORRECTED LINES BACK IN THEIR     *
060540*                             PLACE, AT STATUS PENDING          *
060550*****************************************************************
060560 6000-REWRITE-TRANSACTIONS.
060570     OPEN I-O    JE-FILE.
060580     MOVE SPACES                  TO  WS-JE-STATUS.
060590     MOVE WS-CUR-BATCH-NO         TO  GLPND-BATCH-NO.
060600     MOVE ZERO                    TO  GLPND-LINE-NO.
060610     START JE-FILE KEY IS NOT LESS THAN GLPND-KEY
060620         INVALID KEY
060630             MOVE "10"            TO  WS-JE-STATUS.
060640
060650     PERFORM 6100-DROP-ONE-LINE   THRU 6100-EXIT
060660         UNTIL WS-JE-EOF.
060670
060680     PERFORM 6200-WRITE-ONE-LINE  THRU 6200-EXIT
060690         VARYING WS-LINE-NDX FROM 1 BY 1
060700         UNTIL WS-LINE-NDX IS GREATER THAN WS-LINE-CNT.
060710
060720     CLOSE JE-FILE.
060730 6000-EXIT.
060740     EXIT.
060750
060760*****************************************************************
060770* 6100-DROP-ONE-LINE - DELETE ONE PENDING ROW OF THE BATCH;     *
060780*                      POSTED AND REJECTED ROWS ARE LEFT ALONE  *
060790*****************************************************************
060800 6100-DROP-ONE-LINE.
060810     READ JE-FILE NEXT RECORD
060820         AT END
060830             MOVE "10"            TO  WS-JE-STATUS
060840             GO TO 6100-EXIT.
060850
060860     IF  GLJE-BATCH-NO IS NOT EQUAL TO WS-CUR-BATCH-NO
060870         MOVE "10"                TO  WS-JE-STATUS
060880         GO TO 6100-EXIT.
060890
060900     IF  NOT GLPND-PENDING
060910         GO TO 6100-EXIT.
060920
060930     DELETE JE-FILE RECORD.
060940     IF  NOT WS-JE-OK
060950         DISPLAY "GLBTCREV - ERROR DELETING GLTRANIN, STATUS "
060960                 WS-JE-STATUS
060970         STOP RUN.
060980 6100-EXIT.
060990     EXIT.
061000
061010*****************************************************************
061020* 6200-WRITE-ONE-LINE - WRITE ONE CORRECTED LINE OF THE BATCH   *
061030*****************************************************************
061040 6200-WRITE-ONE-LINE.
061050     MOVE WS-CUR-BATCH-NO         TO  GLJE-BATCH-NO.
061060     MOVE WS-TBL-LINE-NO (WS-LINE-NDX)  TO  GLJE-LINE-NO.
061070     MOVE WS-TBL-ACCT-NO (WS-LINE-NDX)  TO  GLJE-ACCT-NO.
061080     MOVE WS-TBL-DR-CR-CODE (WS-LINE-NDX)
061090                                  TO  GLJE-DR-CR-CODE.
061100     MOVE WS-TBL-QTY (WS-LINE-NDX)      TO  GLJE-QTY.
061110     MOVE WS-TBL-PRICE (WS-LINE-NDX)    TO  GLJE-PRICE.
061120     MOVE WS-TBL-CURR-CODE (WS-LINE-NDX)
061130                                  TO  GLJE-CURR-CODE.
061140     MOVE WS-BATCH-CO-CODE        TO  GLJE-CO-CODE.
061150     MOVE WS-TBL-DEPT-CODE (WS-LINE-NDX)
061160                                  TO  GLJE-DEPT-CODE.
061170     MOVE WS-TBL-DOC-REF (WS-LINE-NDX)  TO  GLJE-DOC-REF.
061180     MOVE WS-TBL-PROJECT-CODE (WS-LINE-NDX)
061190                                  TO  GLJE-PROJECT-CODE.
061200     MOVE WS-TBL-TAX-CODE (WS-LINE-NDX)
061210                                  TO  GLJE-TAX-CODE.
061220     MOVE "P"                     TO  GLPND-STATUS-SW.
061230     ACCEPT GLPND-STATUS-DATE     FROM DATE YYYYMMDD.
061240
061250     WRITE GLPND-RECORD.
061260     IF  NOT WS-JE-OK
061270         DISPLAY "GLBTCREV - ERROR WRITING GLTRANIN, STATUS "
061280                 WS-JE-STATUS
061290         STOP RUN.
061300 6200-EXIT.
061310     EXIT.
067700
067800*****************************************************************
067900* 7000-RESET-HEADER - RE-TOTAL THE HEADER, FLAG IT BALANCED     *
068700             DISPLAY "GLBTCREV - BATCH HEADER LOST"
068800             STOP RUN.
068900
069000     MOVE WS-POST-DR              TO  GLBTCH-TOTAL-DR.
069100     MOVE WS-POST-CR              TO  GLBTCH-TOTAL-CR.
069200     MOVE "Y"                     TO  GLBTCH-BALANCED-SW.
069300     MOVE "P"                     TO  GLBTCH-APPR-STATUS-SW.
069400     MOVE SPACES                  TO  GLBTCH-APPROVER-ID.
069500     MOVE WS-USER-ID              TO  GLBTCH-ENTERED-BY.
069510     ACCEPT GLBTCH-ENTERED-DATE   FROM DATE YYYYMMDD.
069520     ACCEPT GLBTCH-ENTERED-TIME   FROM TIME.
069530     MOVE ZERO                    TO  GLBTCH-APPROVED-DATE.
069540     MOVE ZERO                    TO  GLBTCH-APPROVED-TIME.
069600
069700     REWRITE GLBTCH-RECORD.
069800     IF  NOT WS-BTCH-OK
071800     MOVE ZERO                    TO  GLLOG-BAL-BEFORE.
071900     MOVE ZERO                    TO  GLLOG-BAL-AFTER.
072000
072010     MOVE "L"                     TO  GLLCH-FUNCTION.
072020     MOVE "N"                     TO  GLLCH-COMMIT-SW.
072030     CALL "GLLOGCHN"         USING GLLCH-AREA
072040                                   GLLOG-RECORD.
072100     WRITE GLLOG-RECORD.
072200     IF  NOT WS-LOG-OK
072300         DISPLAY "GLBTCREV - ERROR WRITING GLPSTLOG, STATUS "
073400     CLOSE BTCH-FILE.
073500     CLOSE COA-FILE.
073600     CLOSE DEP-FILE.
073610     CLOSE PRJ-FILE.
073620     MOVE "E"                     TO  GLTXA-FUNCTION.
073630     CALL "GLTAXCAL"         USING GLTXA-AREA.
073700     CLOSE SEG-FILE.
073710     MOVE "E"                     TO  GLLCH-FUNCTION.
073720     CALL "GLLOGCHN"         USING GLLCH-AREA
073730                                   GLLOG-RECORD.
073800     CLOSE LOG-FILE.
073900 9000-EXIT.
074000     EXIT.
