004700*                 COLUMN NOW SHOWS ITS ACCUMULATED BALANCE       *
004800*                 FROM THE MASTER (GLCOA-CURR-BAL), WHERE        *
004900*                 POSTING ACCUMULATES QUANTITY.                  *
004912*  10/15/26  MJF  A BOOK SELECTION (GLRQS-BOOK-CODE) NOW PRINTS  *
004924*                 THAT PARALLEL BOOK'S TRIAL BALANCE - THE BASE  *
004936*                 LEDGER PLUS THE BOOK'S OWN PERIOD ROWS         *
004948*                 (GLBKPBAL), OPEN PERIODS AGAIN FROM THE BOOK'S *
004960*                 HISTORY DETAIL. BOOK-CODED HISTORY NO LONGER   *
004972*                 FEEDS THE BASE LEDGER'S OPEN PERIODS. THE BOOK *
004984*                 IS ECHOED IN THE HEADINGS.                     *
004986*  10/15/26  MJF  ACCOUNTS IN A RESTRICTED RANGE (GLRSTRNG) ARE  *
004988*                 PRINTED ONLY FOR A REQUESTING USER (GLRQS-     *
004990*                 USER-ID) WITH THE RESTRICTED-VIEW RIGHT;       *
004992*                 OTHERWISE EACH COMPANY'S ARE ROLLED INTO ONE   *
004994*                 SUMMARIZED LINE AND THE REFUSAL LOGGED.        *
005000*****************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
007800         RECORD KEY   IS GLHST-KEY
007900         FILE STATUS  IS WS-HST-STATUS.
008000
008007     SELECT BKB-FILE   ASSIGN TO GLBKPBAL
008014         ORGANIZATION IS INDEXED
008021         ACCESS       IS DYNAMIC
008028         RECORD KEY   IS GLBKB-KEY
008035         FILE STATUS  IS WS-BKB-STATUS.
008042
008049     SELECT BKA-FILE   ASSIGN TO GLBKACCT
008056         ORGANIZATION IS INDEXED
008063         ACCESS       IS DYNAMIC
008070         RECORD KEY   IS GLBKA-KEY
008077         FILE STATUS  IS WS-BKA-STATUS.
008084
008100     SELECT RPT-FILE   ASSIGN TO GLTRIALP
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS  IS WS-RPT-STATUS.
010500     LABEL RECORDS ARE STANDARD.
010600     COPY GLHSTREC.
010700
010711 FD  BKB-FILE
010722     LABEL RECORDS ARE STANDARD.
010733     COPY GLBKBREC.
010744
010755 FD  BKA-FILE
010766     LABEL RECORDS ARE STANDARD.
010777     COPY GLBKAREC.
010788
010800 FD  RPT-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
012900 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
013000     88  WS-HST-OK                       VALUE "00".
013100
013114 77  WS-BKB-STATUS              PIC X(02) VALUE SPACES.
013128     88  WS-BKB-OK                       VALUE "00".
013142
013156 77  WS-BKA-STATUS              PIC X(02) VALUE SPACES.
013170     88  WS-BKA-OK                       VALUE "00".
013184
013200 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
013300
013400 77  WS-BAL-EOF-SW              PIC X(01) VALUE "N".
015000 77  WS-SEL-ACCT-TO             PIC 9(06) VALUE ZERO.
015100 77  WS-SEL-PER-FROM            PIC 9(06) VALUE ZERO.
015200 77  WS-SEL-PER-TO              PIC 9(06) VALUE ZERO.
015212 77  WS-SEL-BOOK-CODE           PIC X(02) VALUE SPACES.
015224     88  WS-BASE-LEDGER-ONLY             VALUE SPACES.
015236*
015248* THE BOOK WHOSE HISTORY ROWS AN OPEN PERIOD IS SUMMED FROM -
015260* SPACES FOR THE BASE LEDGER'S OWN ROWS.
015272*
015284 77  WS-HST-BOOK-CODE           PIC X(02) VALUE SPACES.
015300
015400 77  WS-PREV-DIV                PIC 9(01) VALUE ZERO.
015500 77  WS-CUR-DIV                 PIC 9(01) VALUE ZERO.
019900     05  WS-SEL-PRT-PER-FROM    PIC 9(06).
020000     05  FILLER                 PIC X(01) VALUE "-".
020100     05  WS-SEL-PRT-PER-TO      PIC 9(06).
020133     05  FILLER                 PIC X(06) VALUE " BOOK=".
020166     05  WS-SEL-PRT-BOOK        PIC X(04).
020200
020300 01  WS-DIV-TOTAL-LINE.
020400     05  FILLER                 PIC X(02) VALUE SPACES.
020600     05  WS-DIV-PRT-DIV         PIC 9(01).
020700     05  FILLER                 PIC X(07) VALUE " TOTAL ".
020800     05  WS-DIV-PRT-AMT         PIC -(9)9.99.
020804
020808*
020812* ACCOUNTS IN A RESTRICTED RANGE THE REQUESTING USER MAY NOT
020816* SEE ARE LEFT OFF THE DETAIL AND ROLLED INTO ONE LINE PER
020820* COMPANY; THEIR DEBITS AND CREDITS STAY IN THE GRAND TOTALS.
020824*
020828 77  WS-RST-CNT                 PIC 9(04) BINARY VALUE ZERO.
020832 77  WS-RST-BAL                 PIC S9(09)V99 COMP-3 VALUE ZERO.
020836
020840 01  WS-RST-LINE.
020844     05  WS-RST-PRT-CO-CODE     PIC X(03).
020848     05  FILLER                 PIC X(02) VALUE SPACES.
020852     05  FILLER                 PIC X(20) VALUE
020856             "RESTRICTED ACCOUNTS ".
020860     05  WS-RST-PRT-CNT         PIC ZZZ9.
020864     05  FILLER                 PIC X(13) VALUE
020868             " - SUMMARIZED".
020872     05  FILLER                 PIC X(05) VALUE SPACES.
020876     05  WS-RST-PRT-BAL         PIC -(9)9.99.
020880
020884     COPY GLRSCREC.
020900
021000/
021100****************************************************************
022700     PERFORM 2000-ONE-ACCOUNT     THRU 2000-EXIT
022800         UNTIL WS-COA-EOF.
022900     IF  WS-ANY-RECS
023000         PERFORM 2350-PRINT-DIV-TOTAL THRU 2350-EXIT
023010         PERFORM 2360-PRINT-RESTRICTED THRU 2360-EXIT.
023100     PERFORM 8000-PRINT-GRAND-TOTAL THRU 8000-EXIT.
023200     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
023300     GO TO 9999-EXIT.
024300     OPEN INPUT  BAL-FILE.
024400     OPEN INPUT  PER-FILE.
024500     OPEN INPUT  HST-FILE.
024533     OPEN INPUT  BKB-FILE.
024566     OPEN INPUT  BKA-FILE.
024600     OPEN OUTPUT RPT-FILE.
024700
024800     MOVE SPACES                  TO  GLTRPT-RECORD.
026600     MOVE WS-SEL-ACCT-TO          TO  WS-SEL-PRT-ACCT-TO.
026700     MOVE WS-SEL-PER-FROM         TO  WS-SEL-PRT-PER-FROM.
026800     MOVE WS-SEL-PER-TO           TO  WS-SEL-PRT-PER-TO.
026825     MOVE WS-SEL-BOOK-CODE        TO  WS-SEL-PRT-BOOK.
026850     IF  WS-BASE-LEDGER-ONLY
026875         MOVE "BASE"              TO  WS-SEL-PRT-BOOK.
026900     MOVE WS-SELECT-LINE          TO  GLTRPT-RECORD.
027000     WRITE GLTRPT-RECORD.
027100
029500     MOVE GLRQS-ACCT-TO           TO  WS-SEL-ACCT-TO.
029600     MOVE GLRQS-PERIOD-FROM       TO  WS-SEL-PER-FROM.
029700     MOVE GLRQS-PERIOD-TO         TO  WS-SEL-PER-TO.
029750     MOVE GLRQS-BOOK-CODE         TO  WS-SEL-BOOK-CODE.
029800
029900     IF  WS-SEL-CO-FROM IS EQUAL TO SPACES
030000         MOVE HIGH-VALUES         TO  WS-SEL-CO-TO
033500     IF  GLCOA-CO-CODE IS NOT EQUAL TO WS-PREV-CO-CODE
033600     OR  WS-CUR-DIV IS NOT EQUAL TO WS-PREV-DIV
033700         PERFORM 2350-PRINT-DIV-TOTAL THRU 2350-EXIT
033710         IF  GLCOA-CO-CODE IS NOT EQUAL TO WS-PREV-CO-CODE
033720             PERFORM 2360-PRINT-RESTRICTED THRU 2360-EXIT
033730         END-IF
033800         MOVE WS-CUR-DIV          TO  WS-PREV-DIV
033900         MOVE GLCOA-CO-CODE       TO  WS-PREV-CO-CODE.
034000
034100     PERFORM 2500-SUM-ACCOUNT-PERIODS THRU 2500-EXIT.
034125     MOVE GLCOA-CURR-BAL          TO  WS-ACCT-QTY.
034150     IF  NOT WS-BASE-LEDGER-ONLY
034175         PERFORM 2800-SUM-BOOK-PERIODS THRU 2800-EXIT.
034200
034300     IF  WS-ACCT-DR IS NOT EQUAL TO ZERO
034400     OR  WS-ACCT-CR IS NOT EQUAL TO ZERO
034500     OR  (GLCOA-TYPE-STAT
034600         AND WS-ACCT-QTY IS NOT EQUAL TO ZERO)
034610         PERFORM 2200-CHECK-RESTRICTED THRU 2200-EXIT
034620         IF  GLRSC-HIDE
034630             PERFORM 2400-ADD-RESTRICTED THRU 2400-EXIT
034640         ELSE
034650             PERFORM 2300-PRINT-ACCOUNT-LINE THRU 2300-EXIT
034660         END-IF
034800         MOVE "Y"                 TO  WS-ANY-RECS-SW.
034900
035000     PERFORM 2100-READ-NEXT-COA   THRU 2100-EXIT.
036000             MOVE "10"            TO  WS-COA-STATUS.
036100 2100-EXIT.
036200     EXIT.
036206
036212*****************************************************************
036218* 2200-CHECK-RESTRICTED - ASK WHETHER THE REQUESTING USER MAY   *
036224*                         SEE THE ACCOUNT LINE BY LINE; A       *
036230*                         REFUSAL IS LOGGED ONCE PER ACCOUNT    *
036236*****************************************************************
036242 2200-CHECK-RESTRICTED.
036248     MOVE "C"                     TO  GLRSC-FUNCTION.
036254     MOVE GLRQS-USER-ID           TO  GLRSC-USER-ID.
036260     MOVE GLCOA-CO-CODE           TO  GLRSC-CO-CODE.
036266     MOVE GLCOA-ACCT-NO           TO  GLRSC-ACCT-NO.
036272     MOVE "O"                     TO  GLRSC-LOG-SW.
036278     CALL "GLRSTCHK"         USING GLRSC-AREA.
036284 2200-EXIT.
036290     EXIT.
036300
036400*****************************************************************
036500* 2500-SUM-ACCOUNT-PERIODS - WALK THE ACCOUNT'S PERIOD ROWS IN  *
037300     MOVE ZERO                    TO  WS-ACCT-DR.
037400     MOVE ZERO                    TO  WS-ACCT-CR.
037500     MOVE "N"                     TO  WS-BAL-EOF-SW.
037550     MOVE SPACES                  TO  WS-HST-BOOK-CODE.
037600
037700     MOVE GLCOA-CO-CODE           TO  GLBAL-CO-CODE.
037800     MOVE GLCOA-ACCT-NO           TO  GLBAL-ACCT-NO.
043700*****************************************************************
043800* 2700-SUM-OPEN-PERIOD - KEYED RANGE READ OF THE ACCOUNT'S      *
043900*                        HISTORY DETAIL FOR THE OPEN PERIOD     *
044000*                        IN HAND, TAKING ONLY THE ROWS OF THE   *
044050*                        BOOK IN WS-HST-BOOK-CODE               *
044100*****************************************************************
044200 2700-SUM-OPEN-PERIOD.
044300     MOVE "N"                     TO  WS-HST-EOF-SW.
047200         MOVE "Y"                 TO  WS-HST-EOF-SW
047300         GO TO 2750-EXIT.
047400
047425     IF  GLHST-BOOK-CODE IS NOT EQUAL TO WS-HST-BOOK-CODE
047450         GO TO 2750-EXIT.
047475
047500     IF  GLHST-DR-CR-CODE IS EQUAL TO "D"
047600         ADD GLHST-EXT-AMT        TO  WS-ACCT-DR
047700     ELSE
047900 2750-EXIT.
048000     EXIT.
048100
048101*****************************************************************
048102* 2800-SUM-BOOK-PERIODS - ADD THE SELECTED BOOK'S ADJUSTMENTS   *
048103*                         TO THE ACCOUNT: ITS PERIOD ROWS IN    *
048104*                         THE RANGE UNDER THE SAME CLOSED/OPEN  *
048105*                         RULE AS THE BASE LEDGER, AND ITS      *
048106*                         BALANCE INTO A STATISTICAL ACCOUNT'S  *
048107*                         UNITS                                 *
048108*****************************************************************
048109 2800-SUM-BOOK-PERIODS.
048110     MOVE "N"                     TO  WS-BAL-EOF-SW.
048111     MOVE WS-SEL-BOOK-CODE        TO  WS-HST-BOOK-CODE.
048112
048113     MOVE WS-SEL-BOOK-CODE        TO  GLBKB-BOOK-CODE.
048114     MOVE GLCOA-CO-CODE           TO  GLBKB-CO-CODE.
048115     MOVE GLCOA-ACCT-NO           TO  GLBKB-ACCT-NO.
048116     MOVE WS-SEL-PER-FROM         TO  GLBKB-PERIOD.
048117     START BKB-FILE
048118         KEY IS NOT LESS THAN GLBKB-KEY
048119         INVALID KEY
048120             MOVE "Y"             TO  WS-BAL-EOF-SW.
048121
048122     PERFORM 2850-ONE-BOOK-ROW    THRU 2850-EXIT
048123         UNTIL WS-BAL-EOF.
048124
048125     SUBTRACT WS-ACCT-CR FROM WS-ACCT-DR
048126         GIVING WS-ACCT-BAL.
048127
048128     MOVE WS-SEL-BOOK-CODE        TO  GLBKA-BOOK-CODE.
048129     MOVE GLCOA-CO-CODE           TO  GLBKA-CO-CODE.
048130     MOVE GLCOA-ACCT-NO           TO  GLBKA-ACCT-NO.
048131     READ BKA-FILE
048132         INVALID KEY
048133             GO TO 2800-EXIT.
048134     ADD GLBKA-CURR-BAL           TO  WS-ACCT-QTY.
048135 2800-EXIT.
048136     EXIT.
048137
048138*****************************************************************
048139* 2850-ONE-BOOK-ROW - ONE PERIOD ROW OF THE BOOK'S ACCOUNT      *
048140*****************************************************************
048141 2850-ONE-BOOK-ROW.
048142     READ BKB-FILE NEXT RECORD
048143         AT END
048144             MOVE "Y"             TO  WS-BAL-EOF-SW
048145             GO TO 2850-EXIT.
048146
048147     IF  GLBKB-BOOK-CODE IS NOT EQUAL TO WS-SEL-BOOK-CODE
048148     OR  GLBKB-CO-CODE IS NOT EQUAL TO GLCOA-CO-CODE
048149     OR  GLBKB-ACCT-NO IS NOT EQUAL TO GLCOA-ACCT-NO
048150     OR  GLBKB-PERIOD IS GREATER THAN WS-SEL-PER-TO
048151         MOVE "Y"                 TO  WS-BAL-EOF-SW
048152         GO TO 2850-EXIT.
048153
048154     MOVE GLBKB-PERIOD            TO  WS-CUR-PERIOD.
048155     PERFORM 2650-CHECK-PERIOD-CLOSED THRU 2650-EXIT.
048156
048157     IF  WS-PERIOD-IS-CLOSED
048158         ADD GLBKB-PERIOD-DR      TO  WS-ACCT-DR
048159         ADD GLBKB-PERIOD-CR      TO  WS-ACCT-CR
048160     ELSE
048161         PERFORM 2700-SUM-OPEN-PERIOD THRU 2700-EXIT.
048162 2850-EXIT.
048163     EXIT.
048164
048200*****************************************************************
048300* 2300-PRINT-ACCOUNT-LINE - PRINT THE ACCOUNT'S ACCUMULATED     *
048400*                           BALANCE WITH ITS DESCRIPTION        *
049000     MOVE GLCOA-DESC              TO  WS-DTL-DESC.
049100
049200     IF  GLCOA-TYPE-STAT
049300         MOVE WS-ACCT-QTY         TO  WS-DTL-BALANCE
049400         MOVE "UNITS"             TO  WS-DTL-UNITS
049500     ELSE
049600         MOVE WS-ACCT-BAL         TO  WS-DTL-BALANCE
051600     MOVE ZERO                    TO  WS-DIV-TOTAL.
051700 2350-EXIT.
051800     EXIT.
051802
051804*****************************************************************
051806* 2360-PRINT-RESTRICTED - PRINT THE COMPANY'S RESTRICTED        *
051808*                         ACCOUNTS AS ONE SUMMARIZED LINE, IF   *
051810*                         ANY WERE HIDDEN, AND RESET IT         *
051812*****************************************************************
051814 2360-PRINT-RESTRICTED.
051816     IF  WS-RST-CNT IS EQUAL TO ZERO
051818         GO TO 2360-EXIT.
051820
051822     MOVE WS-PREV-CO-CODE         TO  WS-RST-PRT-CO-CODE.
051824     MOVE WS-RST-CNT              TO  WS-RST-PRT-CNT.
051826     MOVE WS-RST-BAL              TO  WS-RST-PRT-BAL.
051828     MOVE WS-RST-LINE             TO  GLTRPT-RECORD.
051830     WRITE GLTRPT-RECORD.
051832     MOVE ZERO                    TO  WS-RST-CNT.
051834     MOVE ZERO                    TO  WS-RST-BAL.
051836 2360-EXIT.
051838     EXIT.
051840
051842*****************************************************************
051844* 2400-ADD-RESTRICTED - FOLD A HIDDEN ACCOUNT INTO THE          *
051846*                       COMPANY'S RESTRICTED LINE; ITS DEBITS   *
051848*                       AND CREDITS STILL PROVE IN THE GRAND    *
051850*                       TOTALS (A STATISTICAL ACCOUNT IS ONLY   *
051851*                       COUNTED)                                *
051852*****************************************************************
051854 2400-ADD-RESTRICTED.
051856     ADD 1                        TO  WS-RST-CNT.
051858     IF  GLCOA-TYPE-STAT
051860         GO TO 2400-EXIT.
051862
051864     ADD WS-ACCT-DR               TO  WS-TOTAL-DR.
051866     ADD WS-ACCT-CR               TO  WS-TOTAL-CR.
051868     ADD WS-ACCT-BAL              TO  WS-RST-BAL.
051870 2400-EXIT.
051872     EXIT.
051900
052000*****************************************************************
052100* 8000-PRINT-GRAND-TOTAL - PRINT THE LEDGER-WIDE DEBIT/CREDIT   *
055000     CLOSE BAL-FILE.
055100     CLOSE PER-FILE.
055200     CLOSE HST-FILE.
055233     CLOSE BKB-FILE.
055266     CLOSE BKA-FILE.
055300     CLOSE RPT-FILE.
055310
055320     MOVE "E"                     TO  GLRSC-FUNCTION.
055330     CALL "GLRSTCHK"         USING GLRSC-AREA.
055400 9000-EXIT.
055500     EXIT.
055600
