002100*    - COMPANIES WITH NO RETAINED-EARNINGS ACCOUNT FLAGGED ON   *
002200*      THE CHART (GLCOA-RE-ACCT-SW), WHICH WOULD LEAVE THE      *
002300*      YEAR-END CLOSE NOWHERE TO POST NET INCOME.               *
002310*    - SEVERE ACCOUNT BALANCE THRESHOLD BREACHES FROM THE LAST  *
002320*      NIGHTLY BALANCE MONITOR RUN (GLTHRBRK) - A MUST-BE-ZERO  *
002330*      BREACH ONLY WHEN IT IS FOR THE PERIOD BEING CLOSED OR    *
002340*      EARLIER.                                                 *
002400*                                                               *
002500*  THE PERIOD BEING CLOSED ARRIVES THROUGH LINKAGE; BATCH       *
002600*  ENTRY DATES RESOLVE TO FISCAL PERIODS THROUGH THE FISCAL     *
003000*  MODIFICATION HISTORY                                         *
003100*---------------------------------------------------------------*
003200*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003210*  10/15/26  MJF  SEVERE ACCOUNT BALANCE THRESHOLD BREACHES     *
003220*                 FOUND BY THE NIGHTLY MONITOR (GLTHRMON) ARE   *
003230*                 NOW BLOCKING EXCEPTIONS.                      *
003240*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION *
003250*                 FILE (GLPNDREC); ONLY LINES STILL PENDING     *
003260*                 COUNT AS UNPOSTED.                            *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005000         FILE STATUS  IS WS-BTCH-STATUS.
005100
005200     SELECT JE-FILE    ASSIGN TO GLTRANIN
005300         ORGANIZATION IS INDEXED
005333         ACCESS       IS DYNAMIC
005366         RECORD KEY   IS GLPND-KEY
005400         FILE STATUS  IS WS-JE-STATUS.
005500
005600     SELECT STR-FILE   ASSIGN TO GLSTREAM
007100         RECORD KEY   IS GLFCL-KEY
007200         FILE STATUS  IS WS-FCL-STATUS.
007300
007310     SELECT THB-FILE   ASSIGN TO GLTHRBRK
007320         ORGANIZATION IS SEQUENTIAL
007330         FILE STATUS  IS WS-THB-STATUS.
007340
007400     SELECT RPT-FILE   ASSIGN TO GLPCRPTP
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS  IS WS-RPT-STATUS.
009300 FD  JE-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009550     COPY GLPNDREC.
009600     COPY GLJEREC.
009700
009800 FD  STR-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY GLFCLREC.
010900
010910 FD  THB-FILE
010920     LABEL RECORDS ARE STANDARD
010930     RECORDING MODE IS F.
010940     COPY GLTBRREC.
010950
011000 FD  RPT-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
014000 77  WS-FCL-STATUS              PIC X(02) VALUE SPACES.
014100     88  WS-FCL-OK                       VALUE "00".
014200
014210 77  WS-THB-STATUS              PIC X(02) VALUE SPACES.
014220     88  WS-THB-OK                       VALUE "00".
014230     88  WS-THB-EOF                      VALUE "10".
014240
014300 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
014400
014500 77  WS-EXCEPTION-CNT           PIC 9(07) BINARY VALUE ZERO.
018600     PERFORM 4000-CHECK-TRANIN        THRU 4000-EXIT.
018700     PERFORM 5000-CHECK-STREAM        THRU 5000-EXIT.
018800     PERFORM 6000-CHECK-RE-ACCOUNTS   THRU 6000-EXIT.
018810     PERFORM 6500-CHECK-THRESHOLDS    THRU 6500-EXIT.
018900     PERFORM 8000-PRINT-VERDICT       THRU 8000-EXIT.
019000     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
019100     GO TO 9999-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400* 4000-CHECK-TRANIN - ANY LINE STILL PENDING IN GLTRANIN HAS    *
032500*                     NOT BEEN POSTED                           *
032600*****************************************************************
032700 4000-CHECK-TRANIN.
032800     PERFORM 4100-ONE-TRANIN-LINE THRU 4100-EXIT
033900     EXIT.
034000
034100*****************************************************************
034200* 4100-ONE-TRANIN-LINE - COUNT ONE UNPOSTED LINE; A ROW GLPOST  *
034250*                        HAS MARKED POSTED OR REJECTED IS DONE  *
034300*****************************************************************
034400 4100-ONE-TRANIN-LINE.
034500     READ JE-FILE NEXT RECORD
034600         AT END
034700             MOVE "10"            TO  WS-JE-STATUS
034800             GO TO 4100-EXIT.
034850
034900     IF  NOT GLPND-PENDING
034950         GO TO 4100-EXIT.
034970
035000     ADD 1                        TO  WS-TRANIN-CNT.
035100 4100-EXIT.
035200     EXIT.
046300 6200-EXIT.
046400     EXIT.
046500
046501*****************************************************************
046502* 6500-CHECK-THRESHOLDS - EVERY SEVERE BREACH THE LAST NIGHTLY  *
046503*                         BALANCE MONITOR RUN FOUND BLOCKS THE  *
046504*                         CLOSE; NO BREACH FILE MEANS THE       *
046505*                         MONITOR HAS NEVER RUN                 *
046506*****************************************************************
046507 6500-CHECK-THRESHOLDS.
046508     OPEN INPUT  THB-FILE.
046509     IF  NOT WS-THB-OK
046510         DISPLAY "GLPRECLS - NO THRESHOLD BREACH FILE GLTHRBRK, "
046511                 "STATUS " WS-THB-STATUS
046512         GO TO 6500-EXIT.
046513
046514     PERFORM 6600-ONE-BREACH      THRU 6600-EXIT
046515         UNTIL WS-THB-EOF.
046516     CLOSE THB-FILE.
046517 6500-EXIT.
046518     EXIT.
046519
046520*****************************************************************
046521* 6600-ONE-BREACH - ONE BREACH ROW; ONLY A SEVERE ONE BLOCKS,   *
046522*                   AND A MUST-BE-ZERO ONE ONLY FOR THE PERIOD  *
046523*                   BEING CLOSED OR EARLIER                     *
046524*****************************************************************
046525 6600-ONE-BREACH.
046526     READ THB-FILE
046527         AT END
046528             MOVE "10"            TO  WS-THB-STATUS
046529             GO TO 6600-EXIT.
046530
046531     IF  NOT GLTBR-SEVERE
046532         GO TO 6600-EXIT.
046533     IF  GLTBR-NOT-ZERO-AT-PE
046534         AND GLTBR-PERIOD IS GREATER THAN WS-CLOSE-PERIOD
046535         GO TO 6600-EXIT.
046536
046537     MOVE SPACES                  TO  WS-EXC-LINE.
046538     IF  GLTBR-BELOW-MIN
046539         MOVE "SEVERE BREACH - BELOW MINIMUM"  TO  WS-EXC-TEXT.
046540     IF  GLTBR-ABOVE-MAX
046541         MOVE "SEVERE BREACH - ABOVE MAXIMUM"  TO  WS-EXC-TEXT.
046542     IF  GLTBR-WRONG-SIDE
046543         MOVE "SEVERE BREACH - WRONG SIDE"     TO  WS-EXC-TEXT.
046544     IF  GLTBR-NOT-ZERO-AT-PE
046545         MOVE "SEVERE BREACH - NOT ZERO AT PE" TO  WS-EXC-TEXT.
046546     MOVE GLTBR-CO-CODE           TO  WS-EXC-KEY (1:3).
046547     MOVE "/"                     TO  WS-EXC-KEY (4:1).
046548     MOVE GLTBR-ACCT-NO           TO  WS-EXC-KEY (5:6).
046549     MOVE GLTBR-PERIOD            TO  WS-EXC-KEY (12:6).
046550     MOVE WS-EXC-LINE             TO  GLPCP-RECORD.
046551     WRITE GLPCP-RECORD.
046552     ADD 1                        TO  WS-EXCEPTION-CNT.
046553 6600-EXIT.
046554     EXIT.
046555
046600*****************************************************************
046700* 8000-PRINT-VERDICT - READY OR NOT, IN ONE LINE                *
046800*****************************************************************
