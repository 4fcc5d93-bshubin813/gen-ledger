004000*  ONCE THE CLOSE HAS RUN, THE RUN DATE'S ACCOUNTING PERIOD     *
004100*  (GLPERREC) IS MARKED CLOSED SO GLPOST AND GLEDIT WILL REJECT *
004200*  ANY FURTHER POSTING TO IT.                                   *
004209*                                                                *
004218*  NEITHER CLOSE MAY RUN FOR A COMPANY WHOSE MONTH-END CLOSE    *
004227*  CHECKLIST (GLCKLREC) FOR THE PERIOD STILL HAS A REQUIRED     *
004236*  TASK OPEN.  A MONTH-END RUN LEAVES EACH HELD COMPANY'S       *
004245*  PERIOD OPEN AND ITS BALANCES UNCAPTURED AND CLOSES THE REST; *
004254*  A YEAR-END RUN WITH ANY COMPANY HELD IS REFUSED OUTRIGHT     *
004263*  BEFORE ANYTHING IS UPDATED, SINCE A PARTIAL YEAR-END CANNOT  *
004272*  BE RERUN FOR THE COMPANIES LEFT OUT.  THE HELD COMPANIES ARE *
004281*  LISTED ON THE JOB LOG.  A RESTART FINISHES THE CLOSE THE     *
004290*  ABENDED RUN BEGAN.                                            *
004300*                                                                *
004400*  THE RUN MODE ARRIVES THROUGH LINKAGE: "Y" (YEAR-END) IS THE   *
004500*  FULL SNAPSHOT/CLOSING-BATCH CLOSE DESCRIBED ABOVE;            *
004700*  EACH ACCOUNT'S ENDING BALANCE ON THE PERIOD BALANCE           *
004800*  HISTORY FILE (GLBALREC), LEAVING EVERY BALANCE - INCLUDING    *
004900*  THE P&L ACCOUNTS' YEAR-TO-DATE FIGURES - UNTOUCHED.           *
004910*                                                               *
004920*  EACH ACTIVE PARALLEL BOOK (GLBOOKREC) IS CLOSED SEPARATELY AT*
004930*  YEAR END: EVERY COMPANY GETS A WORK ROW PER BOOK, AND THE    *
004940*  BOOK'S CLOSING BATCH - CARRYING THE BOOK CODE, SO IT POSTS   *
004950*  ONLY TO THE BOOK'S OWN BALANCES - CLEARS THE BOOK'S INCOME   *
004960*  AND EXPENSE ADJUSTMENTS (GLBKAREC) TO THE COMPANY'S RETAINED *
004970*  EARNINGS ACCOUNT, AFTER SNAPSHOTTING THE BOOK'S PRIOR-YEAR   *
004980*  BALANCES.  A BOOK WITH NO INCOME-STATEMENT ADJUSTMENTS GETS  *
004990*  NO BATCH.                                                    *
005000*                                                               *
005100*---------------------------------------------------------------*
005200*  MODIFICATION HISTORY                                         *
007292*                 THE JOURNAL QUANTITY FIELD'S CAPACITY IS       *
007294*                 SPLIT ACROSS SEVERAL LINES INSTEAD OF BEING    *
007296*                 TRUNCATED.                                     *
007297*  10/15/26  MJF  THE YEAR-END CLOSE NOW CLOSES EACH ACTIVE      *
007298*                 PARALLEL BOOK SEPARATELY: A WORK ROW PER BOOK  *
007299*                 AND COMPANY, THE BOOK'S PRIOR-YEAR BALANCES    *
007300*                 SNAPSHOT ON GLBKACCT, AND A BOOK-CODED CLOSING *
007301*                 BATCH CLEARING THE BOOK'S INCOME AND EXPENSE   *
007302*                 ADJUSTMENTS TO RETAINED EARNINGS.              *
007311*  10/15/26  MJF  THE CLOSE IS NOW GATED BY THE MONTH-END CLOSE  *
007320*                 CHECKLIST: A COMPANY WITH REQUIRED TASKS OPEN  *
007329*                 FOR THE PERIOD IS LEFT OPEN BY A MONTH-END RUN *
007338*                 AND HOLDS A YEAR-END RUN ENTIRELY.             *
007340*  10/15/26  MJF  THE CLOSE NOW RAISES OPERATOR ALERTS THROUGH   *
007342*                 GLALERT: COMPANIES HELD OR A YEAR-END REFUSED  *
007344*                 BY THE CLOSE GATE, A RESTART PENDING AT        *
007346*                 STARTUP, AND ANY ERROR THAT STOPS THE RUN.     *
007347*  10/15/26  MJF  A NEW OR RESET CHECKPOINT ROW NOW ALSO CLEARS  *
007348*                 THE POSTING PROOF TOTALS GLCKPTREC CARRIES FOR *
007349*                 PARTITIONED POSTING.                           *
007359*  10/15/26  MJF  A NEW PERIOD BALANCE ROW IS NEVER FLAGGED AS   *
007369*                 AN OPENING-BALANCE CONVERSION ROW.             *
007379*****************************************************************
007400 ENVIRONMENT DIVISION.
007500 CONFIGURATION SECTION.
007600 SOURCE-COMPUTER.   IBM-ISERIES.
010884     SELECT GEN-FILE   ASSIGN TO GLCLSOUT
010886         ORGANIZATION IS SEQUENTIAL
010888         FILE STATUS  IS WS-GEN-STATUS.
010889
010890     SELECT BOOK-FILE  ASSIGN TO GLBOOKS
010891         ORGANIZATION IS INDEXED
010892         ACCESS       IS DYNAMIC
010893         RECORD KEY   IS GLBOOK-KEY
010894         FILE STATUS  IS WS-BOOK-STATUS.
010895
010896     SELECT BKA-FILE   ASSIGN TO GLBKACCT
010897         ORGANIZATION IS INDEXED
010898         ACCESS       IS DYNAMIC
010899         RECORD KEY   IS GLBKA-KEY
010900         FILE STATUS  IS WS-BKA-STATUS.
010907
010914     SELECT CKL-FILE   ASSIGN TO GLCLSCKL
010921         ORGANIZATION IS INDEXED
010928         ACCESS       IS DYNAMIC
010935         RECORD KEY   IS GLCKL-KEY
010942         FILE STATUS  IS WS-CKL-STATUS.
010950
011000/
011100*****************************************************************
011200* D A T A   D I V I S I O N                                     *
013562     LABEL RECORDS ARE STANDARD
013564     RECORDING MODE IS F.
013566     COPY GLJEREC.
013569
013572 FD  BOOK-FILE
013575     LABEL RECORDS ARE STANDARD.
013578     COPY GLBOOKREC.
013581
013584 FD  BKA-FILE
013587     LABEL RECORDS ARE STANDARD.
013590     COPY GLBKAREC.
013592
013594 FD  CKL-FILE
013596     LABEL RECORDS ARE STANDARD.
013598     COPY GLCKLREC.
013600
013700/
013800*****************************************************************
016300     88  WS-BAL-FOUND                    VALUE "Y".
016400
016500 77  WS-CKPT-RUN-ID             PIC X(10) VALUE "GLCLOSE".
016510
016520 77  WS-ALERT-EVENT             PIC X(04) VALUE SPACES.
016530 77  WS-ALERT-PGM               PIC X(10) VALUE "GLCLOSE".
016540 77  WS-ALERT-CNT               PIC 9(07) VALUE ZERO.
016550 77  WS-ALERT-TEXT              PIC X(60) VALUE SPACES.
016600
016700 77  WS-RESTART-SW              PIC X(01) VALUE "N".
016800     88  WS-IS-RESTART                   VALUE "Y".
017081 77  WS-GEN-RANGE-EOF-SW        PIC X(01) VALUE "N".
017082     88  WS-GEN-RANGE-EOF                VALUE "Y".
017083
017084 77  WS-BOOK-STATUS             PIC X(02) VALUE SPACES.
017085     88  WS-BOOK-OK                      VALUE "00".
017086
017087 77  WS-BKA-STATUS              PIC X(02) VALUE SPACES.
017088     88  WS-BKA-OK                       VALUE "00".
017089
017090 77  WS-BOOK-EOF-SW             PIC X(01) VALUE "N".
017091     88  WS-BOOK-EOF                     VALUE "Y".
017092
017093 77  WS-BOOK-IS-LINE-CNT        PIC 9(07) BINARY VALUE ZERO.
017094
017095 01  WS-NEXT-YR-DATE.
017096     05  WS-NYD-YEAR            PIC 9(04).
017097     05  WS-NYD-MONTH           PIC 9(02).
017098     05  WS-NYD-DAY             PIC 9(02).
017101
017104 77  WS-CKL-STATUS              PIC X(02) VALUE SPACES.
017107     88  WS-CKL-OK                       VALUE "00".
017110
017113 77  WS-CKL-EOF-SW              PIC X(01) VALUE "N".
017116     88  WS-CKL-EOF                      VALUE "Y".
017119
017122 77  WS-GATE-HELD-SW            PIC X(01) VALUE "N".
017125     88  WS-GATE-HELD                    VALUE "Y".
017128
017131 77  WS-GATE-CO-CODE            PIC X(03) VALUE LOW-VALUES.
017134 77  WS-HELD-CNT                PIC 9(03) BINARY VALUE ZERO.
017137 77  WS-HELD-MAX                PIC 9(03) BINARY VALUE 500.
017140 77  WS-HD-IX                   PIC 9(03) BINARY VALUE ZERO.
017143 77  WS-HD-FOUND-IX             PIC 9(03) BINARY VALUE ZERO.
017146
017149*---------------------------------------------------------------*
017152*  COMPANIES WITH REQUIRED CLOSE TASKS STILL OPEN FOR THE       *
017155*  PERIOD BEING CLOSED, AND HOW MANY                            *
017158*---------------------------------------------------------------*
017161 01  WS-HELD-TABLE.
017164     05  WS-HD-ENTRY            OCCURS 500 TIMES.
017167         10  WS-HD-CO-CODE      PIC X(03).
017170         10  WS-HD-OPEN-CNT     PIC 9(05) BINARY.
017173
017200 77  WS-FIRST-REC-SW            PIC X(01) VALUE "Y".
017300     88  WS-FIRST-RECORD                 VALUE "Y".
017400
020800     PERFORM 2000-CLOSE-ONE-ACCOUNT   THRU 2000-EXIT
020900         UNTIL WS-COA-EOF.
021000     IF  WS-YEAR-END-CLOSE
021100         PERFORM 2500-SAVE-COMPANY-TOTALS THRU 2500-EXIT
021150         PERFORM 2550-SAVE-BOOK-ROWS THRU 2550-EXIT.
021200     PERFORM 4000-CLOSE-PERIOD        THRU 4000-EXIT.
021300     IF  WS-YEAR-END-CLOSE
021400         PERFORM 3000-GENERATE-CLOSE-BATCHES THRU 3000-EXIT.
022700     IF  NOT WS-MONTH-END-CLOSE AND NOT WS-YEAR-END-CLOSE
022800         DISPLAY "GLCLOSE - RUN MODE MUST BE M OR Y, GOT "
022900                 WS-CLOSE-MODE
023000         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
023100
023200     OPEN I-O COA-FILE.
023300     OPEN I-O PER-FILE.
023400     OPEN I-O CKPT-FILE.
023500     OPEN I-O BAL-FILE.
023550     OPEN INPUT FCL-FILE.
023555     OPEN INPUT CKL-FILE.
023560
023562     IF  WS-YEAR-END-CLOSE
023564         OPEN I-O BTCH-FILE
023566         OPEN EXTEND GEN-FILE
023567         OPEN INPUT BOOK-FILE
023568         OPEN I-O BKA-FILE
023584         PERFORM 1300-FIND-NEXT-BATCH-NO THRU 1300-EXIT.
023600
023700     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
023750     PERFORM 1200-FIND-FISCAL-PERIOD THRU 1200-EXIT.
023760     PERFORM 1400-CHECK-CLOSE-GATES THRU 1400-EXIT.
023800
023900     PERFORM 1100-DETERMINE-RESTART THRU 1100-EXIT.
024000
028200     MOVE WS-CKPT-RUN-ID          TO  GLCKPT-RUN-ID.
028300     READ CKPT-FILE
028400         INVALID KEY
028410             PERFORM 1450-REFUSE-HELD-YEAR-END THRU 1450-EXIT
028500             PERFORM 1150-CREATE-CKPT THRU 1150-EXIT
028600             GO TO 1100-EXIT.
028700
028800     IF  GLCKPT-IN-PROGRESS
028900         MOVE "Y"                 TO  WS-RESTART-SW
028910         MOVE "RSTR"              TO  WS-ALERT-EVENT
028920         MOVE 1                   TO  WS-ALERT-CNT
028930         MOVE "RESTART PENDING, FINISHING THE ABENDED CLOSE"
028940                                  TO  WS-ALERT-TEXT
028950         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT
029000     ELSE
029010         PERFORM 1450-REFUSE-HELD-YEAR-END THRU 1450-EXIT
029100         MOVE "I"                 TO  GLCKPT-STATUS-SW
029200         MOVE SPACES              TO  GLCKPT-LAST-CO-CODE
029300         MOVE 0                   TO  GLCKPT-LAST-ACCT-NO
029600         MOVE 0                   TO  GLCKPT-NET-INCOME
029700         MOVE 0                   TO  GLCKPT-RE-ACCT-NO
029800         MOVE SPACE               TO  GLCKPT-RE-FOUND-SW
029810         MOVE 0                   TO  GLCKPT-POSTED-CNT
029820         MOVE 0                   TO  GLCKPT-REJECT-CNT
029830         MOVE 0                   TO  GLCKPT-IN-AMT
029840         MOVE 0                   TO  GLCKPT-POSTED-AMT
029850         MOVE 0                   TO  GLCKPT-REJ-AMT
029860         MOVE 0                   TO  GLCKPT-HOME-AMT
029900         REWRITE GLCKPT-RECORD.
030000 1100-EXIT.
030100     EXIT.
030361     MOVE WS-NEXT-YR-DATE         TO  WS-CLOSE-ENTRY-DATE.
030363 1220-EXIT.
030365     EXIT.
030366
030367*****************************************************************
030368* 1400-CHECK-CLOSE-GATES - SCAN THE CLOSE CHECKLIST FOR THE     *
030369*                          PERIOD BEING CLOSED AND TABLE EVERY  *
030370*                          COMPANY STILL HOLDING A REQUIRED     *
030371*                          TASK OPEN.  DONE UP FRONT, SINCE A   *
030372*                          RANDOM READ MUST NOT BE ISSUED WHILE *
030373*                          THE MASTER IS BEING BROWSED          *
030374*****************************************************************
030375 1400-CHECK-CLOSE-GATES.
030376     MOVE ZERO                    TO  WS-HELD-CNT.
030377     MOVE "N"                     TO  WS-CKL-EOF-SW.
030378     MOVE LOW-VALUES              TO  GLCKL-KEY.
030379     START CKL-FILE
030380         KEY IS NOT LESS THAN GLCKL-KEY
030381         INVALID KEY
030382             MOVE "Y"             TO  WS-CKL-EOF-SW.
030383
030384     PERFORM 1410-CHECK-ONE-TASK  THRU 1410-EXIT
030385         UNTIL WS-CKL-EOF.
030386
030387     PERFORM 1440-SHOW-ONE-HELD   THRU 1440-EXIT
030388         VARYING WS-HD-IX FROM 1 BY 1
030389         UNTIL WS-HD-IX IS GREATER THAN WS-HELD-CNT.
030390
030391     IF  WS-MONTH-END-CLOSE
030392     AND WS-HELD-CNT IS GREATER THAN ZERO
030393         MOVE "GATE"              TO  WS-ALERT-EVENT
030394         MOVE WS-HELD-CNT         TO  WS-ALERT-CNT
030395         MOVE SPACES              TO  WS-ALERT-TEXT
030396         STRING "MONTH-END CLOSE HOLDING " WS-ALERT-CNT
030397                " COMPANIES, CLOSE TASKS OPEN"
030398             DELIMITED BY SIZE INTO WS-ALERT-TEXT
030399         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT.
030400 1400-EXIT.
030401     EXIT.
030402
030403*****************************************************************
030404* 1410-CHECK-ONE-TASK - A REQUIRED TASK NOT YET COMPLETE FOR    *
030405*                       THE PERIOD HOLDS ITS COMPANY            *
030406*****************************************************************
030407 1410-CHECK-ONE-TASK.
030408     READ CKL-FILE NEXT RECORD
030409         AT END
030410             MOVE "Y"             TO  WS-CKL-EOF-SW
030411             GO TO 1410-EXIT.
030412
030413     IF  GLCKL-PERIOD IS NOT EQUAL TO WS-FISCAL-PERIOD
030414     OR  NOT GLCKL-IS-REQUIRED
030415     OR  GLCKL-IS-COMPLETE
030416         GO TO 1410-EXIT.
030417
030418     MOVE GLCKL-CO-CODE           TO  WS-GATE-CO-CODE.
030419     PERFORM 1420-FIND-HELD-ENTRY THRU 1420-EXIT.
030420     IF  WS-HD-FOUND-IX IS EQUAL TO ZERO
030421     AND WS-HELD-CNT IS NOT LESS THAN WS-HELD-MAX
030422         DISPLAY "GLCLOSE - HELD-COMPANY TABLE FULL AT "
030423                 WS-HELD-MAX " COMPANIES"
030424         PERFORM 9500-FAIL-RUN    THRU 9500-EXIT.
030425
030426     IF  WS-HD-FOUND-IX IS EQUAL TO ZERO
030427         PERFORM 1415-ADD-HELD-ENTRY THRU 1415-EXIT.
030428
030431     ADD 1                    TO  WS-HD-OPEN-CNT (WS-HD-FOUND-IX).
030432     MOVE LOW-VALUES              TO  WS-GATE-CO-CODE.
030433 1410-EXIT.
030434     EXIT.
030435
030437*****************************************************************
030439* 1415-ADD-HELD-ENTRY - A COMPANY NOT YET HELD TAKES THE NEXT   *
030441*                       ROW OF THE HELD TABLE                   *
030443*****************************************************************
030445 1415-ADD-HELD-ENTRY.
030447     ADD 1                        TO  WS-HELD-CNT.
030449     MOVE WS-HELD-CNT             TO  WS-HD-FOUND-IX.
030451     MOVE GLCKL-CO-CODE       TO  WS-HD-CO-CODE (WS-HD-FOUND-IX).
030453     MOVE ZERO                TO  WS-HD-OPEN-CNT (WS-HD-FOUND-IX).
030455 1415-EXIT.
030457     EXIT.
030459
030461*****************************************************************
030463* 1420-FIND-HELD-ENTRY - LOOK WS-GATE-CO-CODE UP IN THE HELD    *
030465*                        TABLE; ZERO WHEN IT IS NOT THERE       *
030467*****************************************************************
030469 1420-FIND-HELD-ENTRY.
030471     MOVE ZERO                    TO  WS-HD-FOUND-IX.
030473     PERFORM 1430-MATCH-HELD-ENTRY THRU 1430-EXIT
030475         VARYING WS-HD-IX FROM 1 BY 1
030477         UNTIL WS-HD-IX IS GREATER THAN WS-HELD-CNT
030479         OR    WS-HD-FOUND-IX IS GREATER THAN ZERO.
030481 1420-EXIT.
030483     EXIT.
030485
030487*****************************************************************
030489* 1430-MATCH-HELD-ENTRY - ONE STEP OF THE HELD-TABLE SEARCH     *
030491*****************************************************************
030493 1430-MATCH-HELD-ENTRY.
030495     IF  WS-HD-CO-CODE (WS-HD-IX) IS EQUAL TO WS-GATE-CO-CODE
030497         MOVE WS-HD-IX            TO  WS-HD-FOUND-IX.
030499 1430-EXIT.
030501     EXIT.
030503
030505*****************************************************************
030507* 1440-SHOW-ONE-HELD - LIST ONE HELD COMPANY ON THE JOB LOG     *
030509*****************************************************************
030511 1440-SHOW-ONE-HELD.
030513     DISPLAY "GLCLOSE - COMPANY " WS-HD-CO-CODE (WS-HD-IX)
030515             " PERIOD " WS-FISCAL-PERIOD " HELD - "
030517             WS-HD-OPEN-CNT (WS-HD-IX) " REQUIRED TASKS OPEN".
030519 1440-EXIT.
030521     EXIT.
030523
030525*****************************************************************
030527* 1450-REFUSE-HELD-YEAR-END - A FRESH YEAR-END RUN MAY NOT      *
030529*                             START WHILE ANY COMPANY IS HELD   *
030531*                             BY ITS CLOSE CHECKLIST; NOTHING   *
030533*                             HAS BEEN UPDATED YET              *
030535*****************************************************************
030537 1450-REFUSE-HELD-YEAR-END.
030539     IF  WS-MONTH-END-CLOSE
030541     OR  WS-HELD-CNT IS EQUAL TO ZERO
030543         GO TO 1450-EXIT.
030545
030547     DISPLAY "GLCLOSE - YEAR-END CLOSE REFUSED, " WS-HELD-CNT
030549             " COMPANIES HAVE REQUIRED CLOSE TASKS OPEN".
030551     MOVE "GATE"                  TO  WS-ALERT-EVENT.
030553     MOVE WS-HELD-CNT             TO  WS-ALERT-CNT.
030555     MOVE SPACES                  TO  WS-ALERT-TEXT.
030557     STRING "YEAR-END CLOSE REFUSED, " WS-ALERT-CNT
030559            " COMPANIES HAVE CLOSE TASKS OPEN"
030561         DELIMITED BY SIZE INTO WS-ALERT-TEXT.
030563     PERFORM 8500-RAISE-ALERT     THRU 8500-EXIT.
030565     STOP RUN.
030567 1450-EXIT.
030569     EXIT.
030571
030573*****************************************************************
030575* 1150-CREATE-CKPT - FIRST-EVER CLOSE UNDER THIS RUN-ID; WRITE  *
030577*                    AN IN-PROGRESS CHECKPOINT ROW              *
030600*****************************************************************
030700 1150-CREATE-CKPT.
030800     MOVE WS-CKPT-RUN-ID          TO  GLCKPT-RUN-ID.
031400     MOVE 0                       TO  GLCKPT-NET-INCOME.
031500     MOVE 0                       TO  GLCKPT-RE-ACCT-NO.
031600     MOVE SPACE                   TO  GLCKPT-RE-FOUND-SW.
031610     MOVE 0                       TO  GLCKPT-POSTED-CNT.
031620     MOVE 0                       TO  GLCKPT-REJECT-CNT.
031630     MOVE 0                       TO  GLCKPT-IN-AMT.
031640     MOVE 0                       TO  GLCKPT-POSTED-AMT.
031650     MOVE 0                       TO  GLCKPT-REJ-AMT.
031660     MOVE 0                       TO  GLCKPT-HOME-AMT.
031700     WRITE GLCKPT-RECORD.
031800 1150-EXIT.
031900     EXIT.
033300     IF  GLCOA-CO-CODE IS NOT EQUAL TO WS-PREV-CO-CODE
033400         IF  WS-YEAR-END-CLOSE
033500             PERFORM 2500-SAVE-COMPANY-TOTALS THRU 2500-EXIT
033550             PERFORM 2550-SAVE-BOOK-ROWS THRU 2550-EXIT
033600         END-IF
033700         PERFORM 4000-CLOSE-PERIOD THRU 4000-EXIT
033800         MOVE ZERO                TO  WS-NET-INCOME
033900         MOVE "N"                 TO  WS-RE-FOUND-SW
034000         MOVE GLCOA-CO-CODE       TO  WS-PREV-CO-CODE.
034010
034020     IF  WS-MONTH-END-CLOSE
034030         PERFORM 2050-CHECK-COMPANY-GATE THRU 2050-EXIT
034040         IF  WS-GATE-HELD
034050             PERFORM 2100-READ-NEXT-COA THRU 2100-EXIT
034060             GO TO 2000-EXIT.
034100
034200     IF  WS-MONTH-END-CLOSE
034300         PERFORM 2800-CAPTURE-PERIOD-BAL THRU 2800-EXIT
036300     IF  NOT WS-COA-OK
036400         DISPLAY "GLCLOSE - ERROR REWRITING GLCOAREC, STATUS "
036500                 WS-COA-STATUS
036600         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
036700     ADD 1                        TO  WS-ACCT-CNT.
036800
036900     PERFORM 2700-UPDATE-CKPT     THRU 2700-EXIT.
037100     PERFORM 2100-READ-NEXT-COA   THRU 2100-EXIT.
037200 2000-EXIT.
037300     EXIT.
037305
037310*****************************************************************
037315* 2050-CHECK-COMPANY-GATE - IS WS-PREV-CO-CODE HELD BY ITS      *
037320*                           CLOSE CHECKLIST?  LOOKED UP ONCE    *
037325*                           PER COMPANY                         *
037330*****************************************************************
037335 2050-CHECK-COMPANY-GATE.
037340     IF  WS-PREV-CO-CODE IS EQUAL TO WS-GATE-CO-CODE
037345         GO TO 2050-EXIT.
037350
037355     MOVE WS-PREV-CO-CODE         TO  WS-GATE-CO-CODE.
037360     MOVE "N"                     TO  WS-GATE-HELD-SW.
037365     PERFORM 1420-FIND-HELD-ENTRY THRU 1420-EXIT.
037370     IF  WS-HD-FOUND-IX IS GREATER THAN ZERO
037375         MOVE "Y"                 TO  WS-GATE-HELD-SW.
037380 2050-EXIT.
037385     EXIT.
037400
037500*****************************************************************
037600* 2100-READ-NEXT-COA - READ THE NEXT ACCOUNT IN KEY SEQUENCE    *
039500         GO TO 2500-EXIT.
039600
039700     MOVE WS-PREV-CO-CODE         TO  GLCLS-CO-CODE.
039750     MOVE SPACES                  TO  GLCLS-BOOK-CODE.
039800
039900     READ WRK-FILE
040000         INVALID KEY
040100             MOVE WS-PREV-CO-CODE TO  GLCLS-CO-CODE
040150             MOVE SPACES          TO  GLCLS-BOOK-CODE
040200             MOVE WS-NET-INCOME   TO  GLCLS-NET-INCOME
040300             MOVE WS-RE-ACCT-NO   TO  GLCLS-RE-ACCT-NO
040400             MOVE WS-RE-FOUND-SW  TO  GLCLS-RE-FOUND-SW
040700             IF  NOT WS-WRK-OK
040800                 DISPLAY "GLCLOSE - ERROR WRITING GLCLSWRK, "
040900                         "STATUS " WS-WRK-STATUS
041000                 PERFORM 9500-FAIL-RUN THRU 9500-EXIT
041100             END-IF
041200             GO TO 2500-EXIT.
041300
042100     IF  NOT WS-WRK-OK
042200         DISPLAY "GLCLOSE - ERROR REWRITING GLCLSWRK, STATUS "
042300                 WS-WRK-STATUS
042400         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
042500 2500-EXIT.
042600     EXIT.
042700
042701*****************************************************************
042702* 2550-SAVE-BOOK-ROWS - GIVE THE COMPANY JUST FINISHED A CLOSE  *
042703*                       WORK ROW FOR EVERY ACTIVE PARALLEL      *
042704*                       BOOK, CARRYING THE COMPANY'S RETAINED-  *
042705*                       EARNINGS ACCOUNT.  THE BOOK'S NET       *
042706*                       INCOME IS TAKEN FROM ITS OWN BALANCES   *
042707*                       WHEN ITS BATCH IS GENERATED             *
042708*****************************************************************
042709 2550-SAVE-BOOK-ROWS.
042710     IF  WS-FIRST-RECORD
042711         GO TO 2550-EXIT.
042712
042713     MOVE "N"                     TO  WS-BOOK-EOF-SW.
042714     MOVE LOW-VALUES              TO  GLBOOK-KEY.
042715     START BOOK-FILE
042716         KEY IS NOT LESS THAN GLBOOK-KEY
042717         INVALID KEY
042718             MOVE "Y"             TO  WS-BOOK-EOF-SW.
042719
042720     PERFORM 2560-ONE-BOOK-ROW    THRU 2560-EXIT
042721         UNTIL WS-BOOK-EOF.
042722 2550-EXIT.
042723     EXIT.
042724
042725*****************************************************************
042726* 2560-ONE-BOOK-ROW - ONE BOOK: WRITE ITS WORK ROW FOR THE      *
042727*                     COMPANY, OR REFRESH AN UNPOSTED ONE LEFT  *
042728*                     BY AN ABENDED RUN                         *
042729*****************************************************************
042730 2560-ONE-BOOK-ROW.
042731     READ BOOK-FILE NEXT RECORD
042732         AT END
042733             MOVE "Y"             TO  WS-BOOK-EOF-SW
042734             GO TO 2560-EXIT.
042735
042736     IF  NOT GLBOOK-IS-ACTIVE
042737         GO TO 2560-EXIT.
042738
042739     MOVE WS-PREV-CO-CODE         TO  GLCLS-CO-CODE.
042740     MOVE GLBOOK-BOOK-CODE        TO  GLCLS-BOOK-CODE.
042741
042742     READ WRK-FILE
042743         INVALID KEY
042744             MOVE WS-PREV-CO-CODE TO  GLCLS-CO-CODE
042745             MOVE GLBOOK-BOOK-CODE TO GLCLS-BOOK-CODE
042746             MOVE ZERO            TO  GLCLS-NET-INCOME
042747             MOVE WS-RE-ACCT-NO   TO  GLCLS-RE-ACCT-NO
042748             MOVE WS-RE-FOUND-SW  TO  GLCLS-RE-FOUND-SW
042749             MOVE "N"             TO  GLCLS-POSTED-SW
042750             WRITE GLCLS-RECORD
042751             IF  NOT WS-WRK-OK
042752                 DISPLAY "GLCLOSE - ERROR WRITING GLCLSWRK, "
042753                         "STATUS " WS-WRK-STATUS
042754                 PERFORM 9500-FAIL-RUN THRU 9500-EXIT
042755             END-IF
042756             GO TO 2560-EXIT.
042757
042758     IF  GLCLS-POSTED
042759         GO TO 2560-EXIT.
042760
042761     MOVE WS-RE-ACCT-NO           TO  GLCLS-RE-ACCT-NO.
042762     MOVE WS-RE-FOUND-SW          TO  GLCLS-RE-FOUND-SW.
042763     REWRITE GLCLS-RECORD.
042764     IF  NOT WS-WRK-OK
042765         DISPLAY "GLCLOSE - ERROR REWRITING GLCLSWRK, STATUS "
042766                 WS-WRK-STATUS
042767         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
042768 2560-EXIT.
042769     EXIT.
042770
042800*****************************************************************
042900* 2700-UPDATE-CKPT - RECORD THE ACCOUNT JUST CLOSED AND THE     *
043000*                    IN-FLIGHT COMPANY ACCUMULATORS AS THE      *
044400     IF  NOT WS-CKPT-OK
044500         DISPLAY "GLCLOSE - ERROR REWRITING GLCKPTREC, STATUS "
044600                 WS-CKPT-STATUS
044700         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
044800 2700-EXIT.
044900     EXIT.
045000
046400     READ BAL-FILE
046500         INVALID KEY
046600             MOVE "N"             TO  WS-BAL-FOUND-SW
046610             MOVE SPACES          TO  GLBAL-CONV-SW
046700             MOVE ZERO            TO  GLBAL-PERIOD-DR
046800             MOVE ZERO            TO  GLBAL-PERIOD-CR.
046900
047600     IF  NOT WS-BAL-OK
047700         DISPLAY "GLCLOSE - ERROR UPDATING GLPERBAL, STATUS "
047800                 WS-BAL-STATUS
047900         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
048000 2800-EXIT.
048100     EXIT.
048200
052000                 ", CLOSING BATCH NOT GENERATED"
052100         GO TO 3100-EXIT.
052200
052216     IF  GLCLS-BOOK-CODE IS NOT EQUAL TO SPACES
052232         PERFORM 3150-SCAN-BOOK-BALANCES THRU 3150-EXIT
052248         IF  WS-BOOK-IS-LINE-CNT IS EQUAL TO ZERO
052264             GO TO 3100-MARK-POSTED.
052280
052300     ADD 1                        TO  WS-NEXT-BATCH-NO.
052310     MOVE WS-NEXT-BATCH-NO        TO  WS-CUR-BATCH-NO.
052320     MOVE ZERO                    TO  WS-CUR-LINE-NO.
052340     MOVE ZERO                    TO  WS-BATCH-TOTAL-CR.
052350
052360     PERFORM 3200-WRITE-CLOSE-HEADER THRU 3200-EXIT.
052365     IF  GLCLS-BOOK-CODE IS EQUAL TO SPACES
052370         PERFORM 3300-GENERATE-CONTRA-LINES THRU 3300-EXIT
052373     ELSE
052376         PERFORM 3700-GENERATE-BOOK-CONTRA THRU 3700-EXIT.
052380     PERFORM 3500-WRITE-RE-LINE   THRU 3500-EXIT.
052390     PERFORM 3600-BALANCE-HEADER  THRU 3600-EXIT.
052395     ADD 1                        TO  WS-BATCH-CNT.
052400
053100     IF  GLCLS-BOOK-CODE IS EQUAL TO SPACES
053800         ADD GLCLS-NET-INCOME     TO  WS-TOTAL-NET-INCOME.
053900
053950 3100-MARK-POSTED.
054000     MOVE "Y"                     TO  GLCLS-POSTED-SW.
054100     REWRITE GLCLS-RECORD.
054200     IF  NOT WS-WRK-OK
054300         DISPLAY "GLCLOSE - ERROR REWRITING GLCLSWRK, STATUS "
054400                 WS-WRK-STATUS
054500         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
054600 3100-EXIT.
054700     EXIT.
054701
054702*****************************************************************
054703* 3150-SCAN-BOOK-BALANCES - ONE PASS OVER THE BOOK'S ACCOUNT    *
054704*                           ROWS FOR THE COMPANY: SNAPSHOT      *
054705*                           EACH PRIOR-YEAR BALANCE, AND FOLD   *
054706*                           THE INCOME-STATEMENT ADJUSTMENTS    *
054707*                           INTO THE BOOK'S NET INCOME,         *
054708*                           COUNTING THE ONES THE BATCH MUST    *
054709*                           CLEAR                               *
054710*****************************************************************
054711 3150-SCAN-BOOK-BALANCES.
054712     MOVE ZERO                    TO  GLCLS-NET-INCOME.
054713     MOVE ZERO                    TO  WS-BOOK-IS-LINE-CNT.
054714     MOVE "N"                     TO  WS-GEN-RANGE-EOF-SW.
054715
054716     MOVE GLCLS-BOOK-CODE         TO  GLBKA-BOOK-CODE.
054717     MOVE GLCLS-CO-CODE           TO  GLBKA-CO-CODE.
054718     MOVE ZERO                    TO  GLBKA-ACCT-NO.
054719     START BKA-FILE
054720         KEY IS NOT LESS THAN GLBKA-KEY
054721         INVALID KEY
054722             MOVE "Y"             TO  WS-GEN-RANGE-EOF-SW.
054723
054724     PERFORM 3160-ONE-BOOK-BALANCE THRU 3160-EXIT
054725         UNTIL WS-GEN-RANGE-EOF.
054726 3150-EXIT.
054727     EXIT.
054728
054729*****************************************************************
054730* 3160-ONE-BOOK-BALANCE - ONE ACCOUNT ROW OF THE BOOK; THE      *
054731*                         ACCOUNT'S TYPE COMES FROM THE CHART   *
054732*****************************************************************
054733 3160-ONE-BOOK-BALANCE.
054734     READ BKA-FILE NEXT RECORD
054735         AT END
054736             MOVE "Y"             TO  WS-GEN-RANGE-EOF-SW
054737             GO TO 3160-EXIT.
054738
054739     IF  GLBKA-BOOK-CODE IS NOT EQUAL TO GLCLS-BOOK-CODE
054740     OR  GLBKA-CO-CODE IS NOT EQUAL TO GLCLS-CO-CODE
054741         MOVE "Y"                 TO  WS-GEN-RANGE-EOF-SW
054742         GO TO 3160-EXIT.
054743
054744     MOVE GLBKA-CURR-BAL          TO  GLBKA-PRIOR-YR-BAL.
054745     REWRITE GLBKA-RECORD.
054746     IF  NOT WS-BKA-OK
054747         DISPLAY "GLCLOSE - ERROR REWRITING GLBKACCT, STATUS "
054748                 WS-BKA-STATUS
054749         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
054750
054751     IF  GLBKA-CURR-BAL IS EQUAL TO ZERO
054752         GO TO 3160-EXIT.
054753
054754     MOVE GLBKA-CO-CODE           TO  GLCOA-CO-CODE.
054755     MOVE GLBKA-ACCT-NO           TO  GLCOA-ACCT-NO.
054756     READ COA-FILE
054757         INVALID KEY
054758             GO TO 3160-EXIT.
054759
054760     IF  NOT GLCOA-TYPE-INCOME AND NOT GLCOA-TYPE-EXPENSE
054761         GO TO 3160-EXIT.
054762
054763     SUBTRACT GLBKA-CURR-BAL      FROM GLCLS-NET-INCOME.
054764     ADD 1                        TO  WS-BOOK-IS-LINE-CNT.
054765 3160-EXIT.
054766     EXIT.
054767
054768*****************************************************************
054769* 3200-WRITE-CLOSE-HEADER - WRITE THE CLOSING BATCH HEADER,     *
054770*                           OUT OF BALANCE WITH ZERO TOTALS     *
054771*                           UNTIL EVERY LINE IS SAFELY ON       *
054772*                           GLCLSOUT                            *
054773*****************************************************************
054774 3200-WRITE-CLOSE-HEADER.
054775     MOVE WS-CUR-BATCH-NO         TO  GLBTCH-BATCH-NO.
054776     MOVE WS-CLOSE-ENTRY-DATE     TO  GLBTCH-ENTRY-DATE.
054777     MOVE GLCLS-CO-CODE           TO  GLBTCH-CO-CODE.
054778     MOVE GLCLS-BOOK-CODE         TO  GLBTCH-BOOK-CODE.
054779     MOVE "YEAR-END CLOSE"        TO  GLBTCH-DESC.
054780     MOVE ZERO                    TO  GLBTCH-TOTAL-DR.
054781     MOVE ZERO                    TO  GLBTCH-TOTAL-CR.
054782     MOVE "N"                     TO  GLBTCH-BALANCED-SW.
054783     MOVE "N"                     TO  GLBTCH-REVERSING-SW.
054784     MOVE "N"                     TO  GLBTCH-REVERSED-SW.
054785     MOVE ZERO                    TO  GLBTCH-REVERSAL-OF-BATCH.
054786     MOVE "A"                     TO  GLBTCH-APPR-STATUS-SW.
054787     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
054788     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
054789     MOVE "CLSE"                  TO  GLBTCH-SOURCE-CODE.
054790
054791     WRITE GLBTCH-RECORD.
054792     IF  NOT WS-BTCH-OK
054793         DISPLAY "GLCLOSE - ERROR WRITING GLBATCH, STATUS "
054794                 WS-BTCH-STATUS
054795         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
054796 3200-EXIT.
054797     EXIT.
054798
054799*****************************************************************
054800* 3300-GENERATE-CONTRA-LINES - KEYED RANGE READ OF THE          *
054801*                              COMPANY'S ACCOUNTS; EVERY        *
054802*                              NONZERO INCOME-STATEMENT         *
054803*                              BALANCE GETS THE CONTRA LINE     *
054804*                              THAT ZEROES IT WHEN THE BATCH    *
054805*                              POSTS                            *
054806*****************************************************************
054807 3300-GENERATE-CONTRA-LINES.
054808     MOVE "N"                     TO  WS-GEN-RANGE-EOF-SW.
054809     MOVE GLCLS-CO-CODE           TO  GLCOA-CO-CODE.
054810     MOVE ZERO                    TO  GLCOA-ACCT-NO.
054811     START COA-FILE
054812         KEY IS NOT LESS THAN GLCOA-KEY
054813         INVALID KEY
054814             MOVE "Y"             TO  WS-GEN-RANGE-EOF-SW.
054815
054816     PERFORM 3400-ONE-CONTRA-LINE THRU 3400-EXIT
054817         UNTIL WS-GEN-RANGE-EOF.
054818 3300-EXIT.
054819     EXIT.
054820
054821*****************************************************************
054822* 3400-ONE-CONTRA-LINE - ONE ACCOUNT OF THE COMPANY RANGE; A    *
054823*                        DEBIT BALANCE IS CLOSED WITH A CREDIT  *
054824*                        LINE AND A CREDIT BALANCE WITH A       *
054825*                        DEBIT, QUANTITY TIMES A UNIT PRICE     *
054826*                        OF ONE THE WAY GLICBAL GENERATES ITS   *
054827*                        OFFSETS                                *
054828*****************************************************************
054829 3400-ONE-CONTRA-LINE.
054830     READ COA-FILE NEXT RECORD
054831         AT END
054832             MOVE "Y"             TO  WS-GEN-RANGE-EOF-SW
054833             GO TO 3400-EXIT.
054834
054835     IF  GLCOA-CO-CODE IS NOT EQUAL TO GLCLS-CO-CODE
054836         MOVE "Y"                 TO  WS-GEN-RANGE-EOF-SW
054837         GO TO 3400-EXIT.
054838
054839     IF  NOT GLCOA-TYPE-INCOME AND NOT GLCOA-TYPE-EXPENSE
054840         GO TO 3400-EXIT.
054841
054842     IF  GLCOA-CURR-BAL IS EQUAL TO ZERO
054843         GO TO 3400-EXIT.
054844
054845     IF  GLCOA-CURR-BAL IS GREATER THAN ZERO
054846         MOVE GLCOA-CURR-BAL      TO  WS-CLS-LINE-AMT
054847         MOVE "C"                 TO  GLJE-DR-CR-CODE
054848         ADD WS-CLS-LINE-AMT      TO  WS-BATCH-TOTAL-CR
054849     ELSE
054850         COMPUTE WS-CLS-LINE-AMT = ZERO - GLCOA-CURR-BAL
054851         MOVE "D"                 TO  GLJE-DR-CR-CODE
054852         ADD WS-CLS-LINE-AMT      TO  WS-BATCH-TOTAL-DR.
054853
054854     MOVE GLCOA-ACCT-NO           TO  GLJE-ACCT-NO.
054855     PERFORM 3450-WRITE-GEN-LINE  THRU 3450-EXIT.
054856 3400-EXIT.
054857     EXIT.
054858
054859*****************************************************************
054860* 3450-WRITE-GEN-LINE - WRITE ONE GENERATED CLOSING AMOUNT TO   *
054861*                       GLCLSOUT IN GLJEREC FORMAT, SPLIT       *
054862*                       ACROSS AS MANY LINES AS THE JOURNAL     *
054863*                       LINE'S QUANTITY FIELD NEEDS - A YEAR    *
054864*                       OF ACTIVITY CAN EXCEED ONE LINE'S       *
054865*                       9,999,999.99 CAPACITY AND MUST NOT BE   *
054866*                       SILENTLY TRUNCATED                      *
054867*****************************************************************
054868 3450-WRITE-GEN-LINE.
054869     MOVE WS-CLS-LINE-AMT         TO  WS-CLS-REMAIN-AMT.
054870     PERFORM 3470-WRITE-ONE-PIECE THRU 3470-EXIT
054871         UNTIL WS-CLS-REMAIN-AMT IS NOT GREATER THAN ZERO.
054872 3450-EXIT.
054873     EXIT.
054874
054875*****************************************************************
054876* 3470-WRITE-ONE-PIECE - ONE GLCLSOUT LINE CARRYING THE NEXT    *
054877*                        PIECE OF THE AMOUNT, QUANTITY TIMES    *
054878*                        A UNIT PRICE OF ONE                    *
054879*****************************************************************
054880 3470-WRITE-ONE-PIECE.
054881     IF  WS-CLS-REMAIN-AMT IS GREATER THAN WS-MAX-LINE-QTY
054882         MOVE WS-MAX-LINE-QTY     TO  WS-CLS-PIECE-QTY
054883     ELSE
054884         MOVE WS-CLS-REMAIN-AMT   TO  WS-CLS-PIECE-QTY.
054885     SUBTRACT WS-CLS-PIECE-QTY    FROM WS-CLS-REMAIN-AMT.
054886
054887     ADD 1                        TO  WS-CUR-LINE-NO.
054888     MOVE WS-CUR-BATCH-NO         TO  GLJE-BATCH-NO.
054889     MOVE WS-CUR-LINE-NO          TO  GLJE-LINE-NO.
054890     MOVE WS-CLS-PIECE-QTY        TO  GLJE-QTY.
054891     MOVE 1                       TO  GLJE-PRICE.
054892     MOVE SPACES                  TO  GLJE-CURR-CODE.
054893     MOVE GLCLS-CO-CODE           TO  GLJE-CO-CODE.
054894     MOVE SPACES                  TO  GLJE-DEPT-CODE.
054895     MOVE SPACES                  TO  GLJE-DOC-REF.
054896     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
054897     MOVE SPACES                  TO  GLJE-TAX-CODE.
054898
054899     WRITE GLJE-RECORD.
054900     IF  NOT WS-GEN-OK
054901         DISPLAY "GLCLOSE - ERROR WRITING GLCLSOUT, STATUS "
054902                 WS-GEN-STATUS
054903         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
054904     ADD 1                        TO  WS-LINE-CNT.
054905 3470-EXIT.
054906     EXIT.
054907
054908*****************************************************************
054909* 3500-WRITE-RE-LINE - THE RETAINED-EARNINGS LINE CARRIES THE   *
054910*                      COMPANY'S NET INCOME ON WHICHEVER SIDE   *
054911*                      BALANCES THE BATCH - CREDIT FOR A        *
054912*                      PROFIT, DEBIT FOR A LOSS                 *
054913*****************************************************************
054914 3500-WRITE-RE-LINE.
054915     IF  GLCLS-NET-INCOME IS EQUAL TO ZERO
054916         GO TO 3500-EXIT.
054917
054918     IF  GLCLS-NET-INCOME IS GREATER THAN ZERO
054919         MOVE GLCLS-NET-INCOME    TO  WS-CLS-LINE-AMT
054920         MOVE "C"                 TO  GLJE-DR-CR-CODE
054921         ADD WS-CLS-LINE-AMT      TO  WS-BATCH-TOTAL-CR
054922     ELSE
054923         COMPUTE WS-CLS-LINE-AMT = ZERO - GLCLS-NET-INCOME
054924         MOVE "D"                 TO  GLJE-DR-CR-CODE
054925         ADD WS-CLS-LINE-AMT      TO  WS-BATCH-TOTAL-DR.
054926
054927     MOVE GLCLS-RE-ACCT-NO        TO  GLJE-ACCT-NO.
054928     PERFORM 3450-WRITE-GEN-LINE  THRU 3450-EXIT.
054929 3500-EXIT.
054930     EXIT.
054931
054932*****************************************************************
054933* 3600-BALANCE-HEADER - EVERY LINE IS ON GLCLSOUT; REWRITE THE  *
054934*                       HEADER WITH THE PROVED TOTALS AND FLAG  *
054935*                       IT BALANCED SO THE POSTING RUN ACCEPTS  *
054936*                       IT                                      *
054937*****************************************************************
054938 3600-BALANCE-HEADER.
054939     MOVE WS-CUR-BATCH-NO         TO  GLBTCH-BATCH-NO.
054940     READ BTCH-FILE
054941         INVALID KEY
054942             DISPLAY "GLCLOSE - CLOSING BATCH HEADER LOST"
054943             PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
054944
054945     MOVE WS-BATCH-TOTAL-DR       TO  GLBTCH-TOTAL-DR.
054946     MOVE WS-BATCH-TOTAL-CR       TO  GLBTCH-TOTAL-CR.
054947     IF  WS-BATCH-TOTAL-DR IS EQUAL TO WS-BATCH-TOTAL-CR
054948         MOVE "Y"                 TO  GLBTCH-BALANCED-SW
054949     ELSE
054950         MOVE "N"                 TO  GLBTCH-BALANCED-SW.
054951
054952     REWRITE GLBTCH-RECORD.
054953     IF  NOT WS-BTCH-OK
054954         DISPLAY "GLCLOSE - ERROR REWRITING GLBATCH, STATUS "
054955                 WS-BTCH-STATUS
054956         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
054957 3600-EXIT.
054958     EXIT.
054959
054960*****************************************************************
054961* 3700-GENERATE-BOOK-CONTRA - THE BOOK'S COUNTERPART OF 3300:   *
054962*                             KEYED RANGE READ OF THE BOOK'S    *
054963*                             ACCOUNT ROWS FOR THE COMPANY,     *
054964*                             EVERY NONZERO INCOME-STATEMENT    *
054965*                             ADJUSTMENT GETTING THE CONTRA     *
054966*                             LINE THAT ZEROES IT               *
054967*****************************************************************
054968 3700-GENERATE-BOOK-CONTRA.
054969     MOVE "N"                     TO  WS-GEN-RANGE-EOF-SW.
054970     MOVE GLCLS-BOOK-CODE         TO  GLBKA-BOOK-CODE.
054971     MOVE GLCLS-CO-CODE           TO  GLBKA-CO-CODE.
054972     MOVE ZERO                    TO  GLBKA-ACCT-NO.
054973     START BKA-FILE
054974         KEY IS NOT LESS THAN GLBKA-KEY
054975         INVALID KEY
054976             MOVE "Y"             TO  WS-GEN-RANGE-EOF-SW.
054977
054978     PERFORM 3750-ONE-BOOK-CONTRA THRU 3750-EXIT
054979         UNTIL WS-GEN-RANGE-EOF.
054980 3700-EXIT.
054981     EXIT.
054982
054983*****************************************************************
054984* 3750-ONE-BOOK-CONTRA - ONE ACCOUNT ROW OF THE BOOK, CLOSED    *
054985*                        THE SAME WAY 3400 CLOSES A BASE        *
054986*                        LEDGER BALANCE                         *
054987*****************************************************************
054988 3750-ONE-BOOK-CONTRA.
054989     READ BKA-FILE NEXT RECORD
054990         AT END
054991             MOVE "Y"             TO  WS-GEN-RANGE-EOF-SW
054992             GO TO 3750-EXIT.
054993
054994     IF  GLBKA-BOOK-CODE IS NOT EQUAL TO GLCLS-BOOK-CODE
054995     OR  GLBKA-CO-CODE IS NOT EQUAL TO GLCLS-CO-CODE
054996         MOVE "Y"                 TO  WS-GEN-RANGE-EOF-SW
054997         GO TO 3750-EXIT.
054998
054999     IF  GLBKA-CURR-BAL IS EQUAL TO ZERO
055000         GO TO 3750-EXIT.
055001
055002     MOVE GLBKA-CO-CODE           TO  GLCOA-CO-CODE.
055003     MOVE GLBKA-ACCT-NO           TO  GLCOA-ACCT-NO.
055004     READ COA-FILE
055005         INVALID KEY
055006             GO TO 3750-EXIT.
055007
055008     IF  NOT GLCOA-TYPE-INCOME AND NOT GLCOA-TYPE-EXPENSE
055009         GO TO 3750-EXIT.
055010
055011     IF  GLBKA-CURR-BAL IS GREATER THAN ZERO
055012         MOVE GLBKA-CURR-BAL      TO  WS-CLS-LINE-AMT
055013         MOVE "C"                 TO  GLJE-DR-CR-CODE
055014         ADD WS-CLS-LINE-AMT      TO  WS-BATCH-TOTAL-CR
055015     ELSE
055016         COMPUTE WS-CLS-LINE-AMT = ZERO - GLBKA-CURR-BAL
055017         MOVE "D"                 TO  GLJE-DR-CR-CODE
055018         ADD WS-CLS-LINE-AMT      TO  WS-BATCH-TOTAL-DR.
055019
055020     MOVE GLBKA-ACCT-NO           TO  GLJE-ACCT-NO.
055021     PERFORM 3450-WRITE-GEN-LINE  THRU 3450-EXIT.
055022 3750-EXIT.
055023     EXIT.
055024
055025*****************************************************************
055026* 4000-CLOSE-PERIOD - MARK THE RUN DATE'S ACCOUNTING PERIOD      *
055100*                     CLOSED, FOR THE COMPANY JUST FINISHED     *
055200*                     (WS-PREV-CO-CODE), ON THE PERIOD-CONTROL  *
055300*                     FILE SO GLPOST AND GLEDIT WILL REJECT ANY *
056270                 " LEFT OPEN FOR THE CLOSING BATCH"
056280         GO TO 4000-EXIT.
056290
056291     IF  WS-MONTH-END-CLOSE
056292         PERFORM 2050-CHECK-COMPANY-GATE THRU 2050-EXIT
056293         IF  WS-GATE-HELD
056294             DISPLAY "GLCLOSE - COMPANY " WS-PREV-CO-CODE
056295                     " PERIOD " WS-FISCAL-PERIOD
056296                     " LEFT OPEN - CLOSE CHECKLIST INCOMPLETE"
056297             GO TO 4000-EXIT.
056298
056300     MOVE WS-PREV-CO-CODE         TO  GLPER-CO-CODE.
056400     MOVE WS-FISCAL-PERIOD        TO  GLPER-PERIOD.
056500
057000             IF  NOT WS-PER-OK
057100                 DISPLAY "GLCLOSE - ERROR WRITING GLPERREC, "
057200                         "STATUS " WS-PER-STATUS
057300                 PERFORM 9500-FAIL-RUN THRU 9500-EXIT
057400             END-IF
057500             GO TO 4000-EXIT.
057600
057900     IF  NOT WS-PER-OK
058000         DISPLAY "GLCLOSE - ERROR REWRITING GLPERREC, STATUS "
058100                 WS-PER-STATUS
058200         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
058300 4000-EXIT.
058400     EXIT.
058500
059300     READ CKPT-FILE
059400         INVALID KEY
059500             DISPLAY "GLCLOSE - CHECKPOINT ROW LOST"
059600             PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
059700
059800     MOVE "C"                     TO  GLCKPT-STATUS-SW.
059900     REWRITE GLCKPT-RECORD.
060000     IF  NOT WS-CKPT-OK
060100         DISPLAY "GLCLOSE - ERROR REWRITING GLCKPTREC, STATUS "
060200                 WS-CKPT-STATUS
060300         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
060400 8900-EXIT.
060500     EXIT.
060600
061400     CLOSE WRK-FILE.
061500     CLOSE BAL-FILE.
061550     CLOSE FCL-FILE.
061555     CLOSE CKL-FILE.
061560
061562     IF  WS-YEAR-END-CLOSE
061564         CLOSE BTCH-FILE
061566         CLOSE GEN-FILE
061577         CLOSE BOOK-FILE
061588         CLOSE BKA-FILE.
061600
061700     DISPLAY "GLCLOSE - ACCOUNTS PROCESSED: " WS-ACCT-CNT.
061800     DISPLAY "GLCLOSE - NET INCOME CLOSED:   "
061970                 WS-LINE-CNT.
062000 9000-EXIT.
062100     EXIT.
062103
062106*****************************************************************
062109* 9500-FAIL-RUN - AN ERROR THE CLOSE CANNOT GET PAST (ALREADY   *
062112*                 ON THE JOB LOG): ALERT THE OPERATORS AND      *
062115*                 STOP - AN IN-PROGRESS CHECKPOINT MAKES THE    *
062118*                 NEXT RUN A RESTART                            *
062121*****************************************************************
062124 9500-FAIL-RUN.
062127     MOVE "FAIL"                  TO  WS-ALERT-EVENT.
062130     MOVE 1                       TO  WS-ALERT-CNT.
062133     MOVE "CLOSE FAILED AND STOPPED - SEE THE JOB LOG"
062136                                  TO  WS-ALERT-TEXT.
062139     PERFORM 8500-RAISE-ALERT     THRU 8500-EXIT.
062142     STOP RUN.
062145 9500-EXIT.
062148     EXIT.
062151
062154*****************************************************************
062157* 8500-RAISE-ALERT - HAND THE EVENT SET UP IN WS-ALERT-EVENT,   *
062160*                    WS-ALERT-CNT AND WS-ALERT-TEXT TO THE      *
062163*                    OPERATOR ALERT DISPATCHER (GLALERT)        *
062166*****************************************************************
062169 8500-RAISE-ALERT.
062172     CALL "GLALERT"          USING WS-ALERT-EVENT
062175                                   WS-ALERT-PGM
062178                                   WS-ALERT-CNT
062181                                   WS-ALERT-TEXT.
062184 8500-EXIT.
062187     EXIT.
062200
062300 9999-EXIT.
062400     STOP RUN.
