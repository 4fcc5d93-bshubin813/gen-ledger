001400*  D=DEACTIVATE) ON THE REFFMT FORMAT:                          *
001500*    D = DEPARTMENTS        (GLDEPREC - CODE, DESCRIPTION)      *
001600*    S = JOURNAL SOURCES    (GLSRCREC - CODE, DESCRIPTION,      *
001700*        FEED SYSTEM, MANUAL-ENTRY SWITCH, DUPLICATE-CHECK      *
001710*        DAY WINDOW)                                            *
001800*    V = SEGMENT VALUES     (GLSEGREC - SEGMENT NUMBER, VALUE,  *
001900*        DESCRIPTION)                                           *
002000*    I = INTERCOMPANY PAIRS (GLICAREC - COMPANY, PARTNER,       *
002100*        DUE-TO/DUE-FROM AND SETTLEMENT ACCOUNTS)               *
002200*    C = CURRENCIES         (GLCURRREC - CODE, DESCRIPTION,     *
002300*        FALLBACK RATE)                                         *
002310*    P = PROJECTS / JOBS    (GLPRJREC - COMPANY, PROJECT,       *
002320*        DESCRIPTION, TYPE, BUDGET, OPEN/CLOSE DATES, ASSET     *
002330*        ACCOUNT); "D" CLOSES THE PROJECT                       *
002340*    R = RESTRICTED RANGES  (GLRSTREC - COMPANY, FROM AND TO    *
002350*        ACCOUNT, DESCRIPTION); "D" RETIRES THE RANGE           *
002400*                                                               *
002500*  THE REFERENTIAL CHECKS ENFORCED AT THE DOOR: AN              *
002600*  INTERCOMPANY ROW'S ACCOUNTS MUST EXIST ON THE CHART FOR      *
004300*  MODIFICATION HISTORY                                         *
004400*---------------------------------------------------------------*
004500*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
004510*  10/15/26  MJF  A JOURNAL SOURCE NOW CARRIES ITS DUPLICATE-    *
004520*                 CHECK DAY WINDOW (GLSRC-DUP-DAYS, REF-DUP-DAYS *
004530*                 ON THE SCREEN; ZERO MEANS THE 30-DAY DEFAULT). *
004540*  10/15/26  MJF  FILE CODE "P" MAINTAINS THE PROJECT / JOB      *
004550*                 MASTER (GLPROJ): TYPE IN REF-SW, ASSET ACCOUNT *
004560*                 IN REF-ACCT-NO, BUDGET AND OPEN/CLOSE DATES IN *
004570*                 NEW REF-PRJ- FIELDS.                           *
004577*  10/15/26  MJF  FILE CODE "R" MAINTAINS THE RESTRICTED ACCOUNT *
004584*                 RANGES (GLRSTRNG): FROM ACCOUNT IN REF-ACCT-   *
004591*                 NO, TO ACCOUNT IN REF-ACCT2-NO.                *
004594*  10/15/26  MJF  AUDIT LOG ROWS ARE NUMBERED AND HASH-CHAINED   *
004597*                 THROUGH GLLOGCHN JUST BEFORE THEY ARE WRITTEN. *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
008600         RECORD KEY   IS GLCURR-KEY
008700         FILE STATUS  IS WS-CURR-STATUS.
008800
008810     SELECT PRJ-FILE   ASSIGN TO GLPROJ
008820         ORGANIZATION IS INDEXED
008830         ACCESS       IS DYNAMIC
008840         RECORD KEY   IS GLPRJ-KEY
008850         FILE STATUS  IS WS-PRJ-STATUS.
008860
008865     SELECT RST-FILE   ASSIGN TO GLRSTRNG
008870         ORGANIZATION IS INDEXED
008875         ACCESS       IS DYNAMIC
008880         RECORD KEY   IS GLRST-KEY
008885         FILE STATUS  IS WS-RST-STATUS.
008890
008900     SELECT COA-FILE   ASSIGN TO GLCOA
009000         ORGANIZATION IS INDEXED
009100         ACCESS       IS DYNAMIC
012800     LABEL RECORDS ARE STANDARD.
012900     COPY GLCURRREC.
013000
013010 FD  PRJ-FILE
013020     LABEL RECORDS ARE STANDARD.
013030     COPY GLPRJREC.
013040
013050 FD  RST-FILE
013060     LABEL RECORDS ARE STANDARD.
013070     COPY GLRSTREC.
013080
013100 FD  COA-FILE
013200     LABEL RECORDS ARE STANDARD.
013300     COPY GLCOAREC.
017400 77  WS-CURR-STATUS             PIC X(02) VALUE SPACES.
017500     88  WS-CURR-OK                      VALUE "00".
017600
017610 77  WS-PRJ-STATUS              PIC X(02) VALUE SPACES.
017620     88  WS-PRJ-OK                       VALUE "00".
017630
017640 77  WS-RST-STATUS              PIC X(02) VALUE SPACES.
017650     88  WS-RST-OK                       VALUE "00".
017660
017700 77  WS-COA-STATUS              PIC X(02) VALUE SPACES.
017800     88  WS-COA-OK                       VALUE "00".
017900
019000     88  WS-IS-ADD                       VALUE "Y".
019100
019200 77  WS-MNT-CNT                 PIC 9(07) BINARY VALUE ZERO.
019210 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
019300
019310     COPY GLLCHREC.
019320
019400/
019500****************************************************************
019600* L I N K A G E   S E C T I O N                                *
021700     GO TO 9999-EXIT.
021800
021900*****************************************************************
022000* 1000-INITIALIZE - OPEN THE SCREEN, THE SEVEN MASTERS AND THE  *
022100*                   AUDIT LOG                                   *
022200*****************************************************************
022300 1000-INITIALIZE.
022700     OPEN I-O    SEG-FILE.
022800     OPEN I-O    ICA-FILE.
022900     OPEN I-O    CURR-FILE.
022910     OPEN I-O    PRJ-FILE.
022920     OPEN I-O    RST-FILE.
023000     OPEN INPUT  COA-FILE.
023100     OPEN EXTEND LOG-FILE.
023200
028400         PERFORM 7000-MAINTAIN-CURRENCY THRU 7000-EXIT
028500         GO TO 2000-EXIT.
028600
028610     IF  REF-FILE-CODE IS EQUAL TO "P"
028620         PERFORM 7500-MAINTAIN-PROJECT THRU 7500-EXIT
028630         GO TO 2000-EXIT.
028640
028650     IF  REF-FILE-CODE IS EQUAL TO "R"
028660         PERFORM 7600-MAINTAIN-RESTRICTED THRU 7600-EXIT
028670         GO TO 2000-EXIT.
028680
028700     MOVE "FILE CODE MUST BE D, S, V, I, C, P OR R"
028710                                  TO  REF-MESSAGE.
028800 2000-EXIT.
028900     EXIT.
029000
037500     AND REF-SW IS NOT EQUAL TO "N"
037600         MOVE "MANUAL SWITCH MUST BE Y OR N" TO  REF-MESSAGE
037700         GO TO 4000-EXIT.
037710
037720     IF  REF-DUP-DAYS IS GREATER THAN 366
037730         MOVE "DUPLICATE WINDOW OVER 366 DAYS" TO  REF-MESSAGE
037740         GO TO 4000-EXIT.
037800
037900     IF  WS-IS-ADD
038000         MOVE SPACES              TO  GLSRC-RECORD
038200         MOVE REF-DESC            TO  GLSRC-DESC
038300         MOVE REF-TEXT            TO  GLSRC-FEED-SYSTEM
038400         MOVE REF-SW              TO  GLSRC-MANUAL-SW
038410         MOVE REF-DUP-DAYS        TO  GLSRC-DUP-DAYS
038500         MOVE "Y"                 TO  GLSRC-ACTIVE-SW
038600         WRITE GLSRC-RECORD
038700     ELSE
038800         MOVE REF-DESC            TO  GLSRC-DESC
038900         MOVE REF-TEXT            TO  GLSRC-FEED-SYSTEM
039000         MOVE REF-SW              TO  GLSRC-MANUAL-SW
039010         MOVE REF-DUP-DAYS        TO  GLSRC-DUP-DAYS
039100         MOVE "Y"                 TO  GLSRC-ACTIVE-SW
039200         REWRITE GLSRC-RECORD.
039300     PERFORM 8510-CHECK-SRC-IO    THRU 8510-EXIT.
059500 7000-EXIT.
059600     EXIT.
059700
059701*****************************************************************
059702* 7500-MAINTAIN-PROJECT - ONE PROJECT MASTER ACTION.  A CAPITAL *
059703*                         PROJECT MUST NAME AN ASSET ACCOUNT    *
059704*                         ON THE COMPANY'S CHART.  "D" CLOSES   *
059705*                         THE PROJECT; A CHANGE REOPENS A       *
059706*                         CLOSED ONE.  A CAPITALIZED PROJECT    *
059707*                         IS FINISHED AND CANNOT BE TOUCHED     *
059708*****************************************************************
059709 7500-MAINTAIN-PROJECT.
059710     IF  REF-KEY1 IS EQUAL TO SPACES
059711     OR  REF-KEY2 IS EQUAL TO SPACES
059712         MOVE "COMPANY AND PROJECT REQUIRED"  TO  REF-MESSAGE
059713         GO TO 7500-EXIT.
059714
059715     ACCEPT WS-TODAY              FROM DATE YYYYMMDD.
059716     MOVE "Y"                     TO  WS-FOUND-SW.
059717     MOVE REF-KEY1 (1:3)          TO  GLPRJ-CO-CODE.
059718     MOVE REF-KEY2 (1:6)          TO  GLPRJ-PROJECT-CODE.
059719     READ PRJ-FILE
059720         INVALID KEY
059721             MOVE "N"             TO  WS-FOUND-SW.
059722
059723     IF  WS-IS-ADD AND WS-ROW-FOUND
059724         MOVE "ROW ALREADY ON FILE"      TO  REF-MESSAGE
059725         GO TO 7500-EXIT.
059726     IF  NOT WS-IS-ADD AND NOT WS-ROW-FOUND
059727         MOVE "ROW NOT ON FILE"          TO  REF-MESSAGE
059728         GO TO 7500-EXIT.
059729     IF  WS-ROW-FOUND AND GLPRJ-IS-CAPITALIZED
059730         MOVE "PROJECT ALREADY CAPITALIZED"  TO  REF-MESSAGE
059731         GO TO 7500-EXIT.
059732
059733     IF  REF-ACTION IS EQUAL TO "D"
059734         MOVE "C"                 TO  GLPRJ-STATUS
059735         MOVE REF-PRJ-CLOSE-DATE  TO  GLPRJ-CLOSE-DATE
059736         IF  GLPRJ-CLOSE-DATE IS EQUAL TO ZERO
059737             MOVE WS-TODAY        TO  GLPRJ-CLOSE-DATE
059738         END-IF
059739         REWRITE GLPRJ-RECORD
059740         PERFORM 8550-CHECK-PRJ-IO THRU 8550-EXIT
059741         PERFORM 8000-WRITE-AUDIT-ROW THRU 8000-EXIT
059742         MOVE "PROJECT CLOSED"           TO  REF-MESSAGE
059743         GO TO 7500-EXIT.
059744
059745     IF  REF-DESC IS EQUAL TO SPACES
059746         MOVE "DESCRIPTION REQUIRED"     TO  REF-MESSAGE
059747         GO TO 7500-EXIT.
059748
059749     IF  REF-SW IS NOT EQUAL TO "C"
059750     AND REF-SW IS NOT EQUAL TO "J"
059751         MOVE "PROJECT TYPE MUST BE C OR J"  TO  REF-MESSAGE
059752         GO TO 7500-EXIT.
059753
059754     IF  REF-PRJ-BUDGET IS LESS THAN ZERO
059755         MOVE "BUDGET MAY NOT BE NEGATIVE"   TO  REF-MESSAGE
059756         GO TO 7500-EXIT.
059757
059758     IF  REF-SW IS EQUAL TO "C"
059759         MOVE REF-KEY1 (1:3)      TO  GLCOA-CO-CODE
059760         MOVE REF-ACCT-NO         TO  GLCOA-ACCT-NO
059761         READ COA-FILE
059762             INVALID KEY
059763                 MOVE "ASSET ACCT NOT ON CHART"
059764                                  TO  REF-MESSAGE
059765                 GO TO 7500-EXIT
059766         END-READ
059767     END-IF.
059768
059769     IF  WS-IS-ADD
059770         MOVE SPACES              TO  GLPRJ-RECORD
059771         MOVE REF-KEY1 (1:3)      TO  GLPRJ-CO-CODE
059772         MOVE REF-KEY2 (1:6)      TO  GLPRJ-PROJECT-CODE
059773         MOVE ZERO                TO  GLPRJ-CAP-DATE
059774         MOVE ZERO                TO  GLPRJ-CAP-BATCH-NO
059775     END-IF.
059776     MOVE REF-DESC                TO  GLPRJ-DESC.
059777     MOVE REF-SW                  TO  GLPRJ-TYPE.
059778     MOVE REF-PRJ-BUDGET          TO  GLPRJ-BUDGET.
059779     MOVE REF-PRJ-OPEN-DATE       TO  GLPRJ-OPEN-DATE.
059780     IF  GLPRJ-OPEN-DATE IS EQUAL TO ZERO
059781         MOVE WS-TODAY            TO  GLPRJ-OPEN-DATE.
059782     MOVE ZERO                    TO  GLPRJ-CLOSE-DATE.
059783     MOVE ZERO                    TO  GLPRJ-ASSET-ACCT-NO.
059784     IF  GLPRJ-IS-CAPITAL
059785         MOVE REF-ACCT-NO         TO  GLPRJ-ASSET-ACCT-NO.
059786     MOVE "O"                     TO  GLPRJ-STATUS.
059787
059788     IF  WS-IS-ADD
059789         WRITE GLPRJ-RECORD
059790     ELSE
059791         REWRITE GLPRJ-RECORD.
059792     PERFORM 8550-CHECK-PRJ-IO    THRU 8550-EXIT.
059793
059794     PERFORM 8000-WRITE-AUDIT-ROW THRU 8000-EXIT.
059795     MOVE "PROJECT APPLIED"       TO  REF-MESSAGE.
059796 7500-EXIT.
059797     EXIT.
059798
059799*****************************************************************
059800* 7600-MAINTAIN-RESTRICTED - ONE RESTRICTED ACCOUNT RANGE       *
059801*                            ACTION, KEYED BY COMPANY AND THE   *
059802*                            FROM ACCOUNT (REF-ACCT-NO); THE TO *
059803*                            ACCOUNT IS REF-ACCT2-NO.  "D"      *
059804*                            RETIRES THE RANGE                  *
059805*****************************************************************
059806 7600-MAINTAIN-RESTRICTED.
059807     IF  REF-KEY1 IS EQUAL TO SPACES
059808     OR  REF-ACCT-NO IS EQUAL TO ZERO
059809         MOVE "COMPANY AND FROM ACCOUNT REQUIRED" TO  REF-MESSAGE
059810         GO TO 7600-EXIT.
059811
059812     MOVE "Y"                     TO  WS-FOUND-SW.
059813     MOVE REF-KEY1 (1:3)          TO  GLRST-CO-CODE.
059814     MOVE REF-ACCT-NO             TO  GLRST-ACCT-FROM.
059815     READ RST-FILE
059816         INVALID KEY
059817             MOVE "N"             TO  WS-FOUND-SW.
059818
059819     IF  WS-IS-ADD AND WS-ROW-FOUND
059820         MOVE "ROW ALREADY ON FILE"      TO  REF-MESSAGE
059821         GO TO 7600-EXIT.
059822     IF  NOT WS-IS-ADD AND NOT WS-ROW-FOUND
059823         MOVE "ROW NOT ON FILE"          TO  REF-MESSAGE
059824         GO TO 7600-EXIT.
059825
059826     IF  REF-ACTION IS EQUAL TO "D"
059827         MOVE "N"                 TO  GLRST-ACTIVE-SW
059828         REWRITE GLRST-RECORD
059829         PERFORM 8560-CHECK-RST-IO THRU 8560-EXIT
059830         PERFORM 8000-WRITE-AUDIT-ROW THRU 8000-EXIT
059831         MOVE "RESTRICTED RANGE RETIRED" TO  REF-MESSAGE
059832         GO TO 7600-EXIT.
059833
059834     IF  REF-ACCT2-NO IS LESS THAN REF-ACCT-NO
059835         MOVE "TO ACCOUNT MAY NOT BE BELOW FROM" TO  REF-MESSAGE
059836         GO TO 7600-EXIT.
059837
059838     IF  REF-DESC IS EQUAL TO SPACES
059839         MOVE "DESCRIPTION REQUIRED"     TO  REF-MESSAGE
059840         GO TO 7600-EXIT.
059841
059842     IF  WS-IS-ADD
059843         MOVE SPACES              TO  GLRST-RECORD
059844         MOVE REF-KEY1 (1:3)      TO  GLRST-CO-CODE
059845         MOVE REF-ACCT-NO         TO  GLRST-ACCT-FROM
059846     END-IF.
059847     MOVE REF-ACCT2-NO            TO  GLRST-ACCT-TO.
059848     MOVE REF-DESC                TO  GLRST-DESC.
059849     MOVE "Y"                     TO  GLRST-ACTIVE-SW.
059850
059851     IF  WS-IS-ADD
059852         WRITE GLRST-RECORD
059853     ELSE
059854         REWRITE GLRST-RECORD.
059855     PERFORM 8560-CHECK-RST-IO    THRU 8560-EXIT.
059856
059857     PERFORM 8000-WRITE-AUDIT-ROW THRU 8000-EXIT.
059858     MOVE "RESTRICTED RANGE APPLIED" TO  REF-MESSAGE.
059859 7600-EXIT.
059860     EXIT.
059861
059862*****************************************************************
059900* 8000-WRITE-AUDIT-ROW - WRITE A GLLOGREC-STYLE AUDIT ROW FOR   *
060000*                        THE ACTION JUST APPLIED, ACTION CODE   *
060100*                        "M"                                    *
061100     MOVE ZERO                    TO  GLLOG-BAL-BEFORE.
061200     MOVE ZERO                    TO  GLLOG-BAL-AFTER.
061300
061310     MOVE "L"                     TO  GLLCH-FUNCTION.
061320     MOVE "N"                     TO  GLLCH-COMMIT-SW.
061330     CALL "GLLOGCHN"         USING GLLCH-AREA
061340                                   GLLOG-RECORD.
061400     WRITE GLLOG-RECORD.
061500     IF  NOT WS-LOG-OK
061600         DISPLAY "GLREFMNT - ERROR WRITING GLPSTLOG, STATUS "
067600 8540-EXIT.
067700     EXIT.
067800
067808*****************************************************************
067816* 8550-CHECK-PRJ-IO - A FAILED MASTER UPDATE STOPS THE SCREEN   *
067824*****************************************************************
067832 8550-CHECK-PRJ-IO.
067840     IF  NOT WS-PRJ-OK
067848         DISPLAY "GLREFMNT - ERROR UPDATING GLPROJ, STATUS "
067856                 WS-PRJ-STATUS
067864         STOP RUN.
067872 8550-EXIT.
067880     EXIT.
067888
067889*****************************************************************
067890* 8560-CHECK-RST-IO - A FAILED MASTER UPDATE STOPS THE SCREEN   *
067891*****************************************************************
067892 8560-CHECK-RST-IO.
067893     IF  NOT WS-RST-OK
067894         DISPLAY "GLREFMNT - ERROR UPDATING GLRSTRNG, STATUS "
067895                 WS-RST-STATUS
067896         STOP RUN.
067897 8560-EXIT.
067898     EXIT.
067899
067900*****************************************************************
068000* 9000-TERMINATE - CLOSE ALL FILES                               *
068100*****************************************************************
068600     CLOSE SEG-FILE.
068700     CLOSE ICA-FILE.
068800     CLOSE CURR-FILE.
068810     CLOSE PRJ-FILE.
068820     CLOSE RST-FILE.
068900     CLOSE COA-FILE.
068910     MOVE "E"                     TO  GLLCH-FUNCTION.
068920     CALL "GLLOGCHN"         USING GLLCH-AREA
068930                                   GLLOG-RECORD.
069000     CLOSE LOG-FILE.
069100 9000-EXIT.
069200     EXIT.
