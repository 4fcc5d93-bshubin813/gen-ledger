002700*  08/18/26  MJF  ORIGINAL PROGRAM.                             *
002800*  08/21/26  MJF  NARRATIVE ROWS (GLNARR) KEYED TO EACH          *
002900*                 POSTED LINE NOW PRINT INDENTED UNDER IT.       *
002910*  10/15/26  MJF  A SECOND PARAMETER NAMES THE USER THE REGISTER *
002920*                 IS RUN FOR; LINES ON ACCOUNTS IN A RESTRICTED  *
002930*                 RANGE (GLRSTRNG) OF THE BATCH'S COMPANY PRINT  *
002940*                 ONLY IF THAT USER HOLDS THE RESTRICTED-VIEW    *
002950*                 RIGHT, OTHERWISE EACH BATCH'S ARE ROLLED INTO  *
002960*                 ONE SUMMARIZED LINE AND THE REFUSAL LOGGED.    *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
008400     05  SRT-AMOUNT                 PIC S9(09)V99  COMP-3.
008500     05  SRT-USER-ID                PIC X(10).
008600     05  SRT-DATE                   PIC 9(08).
008610     05  SRT-RESTRICT-SW            PIC X(01).
008620         88  SRT-RESTRICTED                VALUE "R".
008700
008800 FD  BTCH-FILE
008900     LABEL RECORDS ARE STANDARD.
013500
013600 77  WS-PREV-LKP-BATCH          PIC 9(06) VALUE ZERO.
013700 77  WS-LKP-SOURCE-CODE         PIC X(04) VALUE SPACES.
013710 77  WS-LKP-CO-CODE             PIC X(03) VALUE SPACES.
013800
013900 77  WS-PREV-SOURCE             PIC X(04) VALUE SPACES.
014000 77  WS-PREV-BATCH              PIC 9(06) VALUE ZERO.
016900     05  FILLER                 PIC X(02) VALUE SPACES.
017000     05  WS-TOT-LABEL           PIC X(20).
017100     05  WS-TOT-AMOUNT          PIC -(9)9.99.
017104
017108*
017112* LINES ON ACCOUNTS IN A RESTRICTED RANGE THE REQUESTING USER
017116* MAY NOT SEE ARE ROLLED INTO ONE LINE AHEAD OF THEIR BATCH
017120* TOTAL; THE BATCH AND SOURCE TOTALS STILL INCLUDE THEM.
017124*
017128 77  WS-RST-CNT                 PIC 9(04) BINARY VALUE ZERO.
017132 77  WS-RST-AMOUNT              PIC S9(09)V99 COMP-3 VALUE ZERO.
017136
017140 01  WS-RST-LINE.
017144     05  FILLER                 PIC X(02) VALUE SPACES.
017148     05  FILLER                 PIC X(20) VALUE
017152             "RESTRICTED ACCOUNTS".
017156     05  WS-RST-PRT-AMOUNT      PIC -(9)9.99.
017160     05  FILLER                 PIC X(02) VALUE SPACES.
017164     05  WS-RST-PRT-CNT         PIC ZZZ9.
017168     05  FILLER                 PIC X(17) VALUE
017172             " LINES SUMMARIZED".
017176
017180     COPY GLRSCREC.
017200
017300/
017400****************************************************************
017500* L I N K A G E   S E C T I O N                                *
017600*                                                               *
017700* WS-RQS-DATE IS THE POSTING DATE TO REGISTER; ZERO REGISTERS   *
017800* EVERY DATE STILL ON THE LOG.  WS-RQS-RUN-USER IS THE USER THE *
017810* REGISTER IS RUN FOR (BLANK FOR AN UNATTENDED RUN), WHOSE      *
017820* RESTRICTED-VIEW RIGHT DECIDES WHETHER RESTRICTED ACCOUNTS     *
017830* PRINT OR ARE SUMMARIZED.                                      *
017900****************************************************************
018000 LINKAGE SECTION.
018100 01  WS-RQS-DATE                PIC 9(08).
018110 01  WS-RQS-RUN-USER            PIC X(10).
018200/
018300*****************************************************************
018400* P R O C E D U R E   D I V I S I O N                           *
018500*****************************************************************
018600 PROCEDURE DIVISION      USING WS-RQS-DATE WS-RQS-RUN-USER.
018700
018800*****************************************************************
018900* 0000-MAINLINE                                                 *
026500         COMPUTE SRT-AMOUNT = ZERO - SRT-AMOUNT.
026600     MOVE GLLOG-USER-ID           TO  SRT-USER-ID.
026700     MOVE GLLOG-DATE              TO  SRT-DATE.
026710
026720     MOVE SPACE                   TO  SRT-RESTRICT-SW.
026730     PERFORM 1800-CHECK-RESTRICTED THRU 1800-EXIT.
026740     IF  GLRSC-HIDE
026750         MOVE "R"                 TO  SRT-RESTRICT-SW.
026800     RELEASE SRT-RECORD.
026900 1600-EXIT.
027000     EXIT.
028200     MOVE "N"                     TO  WS-FIRST-REC-SW.
028300     MOVE GLLOG-BATCH-NO          TO  WS-PREV-LKP-BATCH.
028400     MOVE "????"                  TO  WS-LKP-SOURCE-CODE.
028410     MOVE SPACES                  TO  WS-LKP-CO-CODE.
028500     MOVE GLLOG-BATCH-NO          TO  GLBTCH-BATCH-NO.
028600
028700     READ BTCH-FILE
028800         INVALID KEY
028900             GO TO 1700-EXIT.
029000
029010     MOVE GLBTCH-CO-CODE          TO  WS-LKP-CO-CODE.
029100     IF  GLBTCH-SOURCE-CODE IS NOT EQUAL TO SPACES
029200         MOVE GLBTCH-SOURCE-CODE  TO  WS-LKP-SOURCE-CODE.
029300 1700-EXIT.
029400     EXIT.
029405
029410*****************************************************************
029415* 1800-CHECK-RESTRICTED - ASK WHETHER THE REQUESTING USER MAY   *
029420*                         SEE THE LINE'S ACCOUNT IN ITS BATCH'S *
029425*                         COMPANY (ANY COMPANY WHEN THE HEADER  *
029430*                         IS GONE); A REFUSAL IS LOGGED ONCE    *
029435*                         PER ACCOUNT                           *
029440*****************************************************************
029445 1800-CHECK-RESTRICTED.
029450     MOVE "C"                     TO  GLRSC-FUNCTION.
029455     MOVE WS-RQS-RUN-USER         TO  GLRSC-USER-ID.
029460     MOVE WS-LKP-CO-CODE          TO  GLRSC-CO-CODE.
029465     MOVE GLLOG-ACCT-NO           TO  GLRSC-ACCT-NO.
029470     MOVE "O"                     TO  GLRSC-LOG-SW.
029475     CALL "GLRSTCHK"         USING GLRSC-AREA.
029480 1800-EXIT.
029485     EXIT.
029500
029600*****************************************************************
029700* 2000-PRINT-SORTED - SORT OUTPUT PROCEDURE; DRIVES THE SOURCE/ *
035000
035100*****************************************************************
035200* 2300-PRINT-DETAIL - PRINT ONE POSTED LINE AND FOLD IT INTO    *
035300*                     THE BATCH AND SOURCE TOTALS; A RESTRICTED *
035310*                     LINE IS ONLY ADDED TO ITS BATCH'S         *
035320*                     SUMMARIZED LINE                           *
035400*****************************************************************
035500 2300-PRINT-DETAIL.
035510     IF  SRT-RESTRICTED
035520         ADD 1                    TO  WS-RST-CNT
035530         ADD SRT-AMOUNT           TO  WS-RST-AMOUNT
035540         GO TO 2300-TOTALS.
035550
035600     MOVE SPACES                  TO  WS-DETAIL-LINE.
035700     MOVE SRT-BATCH-NO            TO  WS-DTL-BATCH-NO.
035800     MOVE SRT-LINE-NO             TO  WS-DTL-LINE-NO.
036500
036600     PERFORM 2350-PRINT-NARRATIVE THRU 2350-EXIT.
036700
036710 2300-TOTALS.
036800     ADD SRT-AMOUNT               TO  WS-BATCH-TOTAL.
036900     ADD SRT-AMOUNT               TO  WS-SOURCE-TOTAL.
037000     ADD 1                        TO  WS-LINE-CNT.
043700
043800*****************************************************************
043900* 2500-PRINT-BATCH-TOTAL - PRINT THE TOTAL POSTED FOR THE       *
044000*                          BATCH JUST FINISHED, AFTER ITS       *
044010*                          SUMMARIZED RESTRICTED LINE, IF ANY   *
044100*****************************************************************
044200 2500-PRINT-BATCH-TOTAL.
044210     IF  WS-RST-CNT IS GREATER THAN ZERO
044220         MOVE WS-RST-AMOUNT       TO  WS-RST-PRT-AMOUNT
044230         MOVE WS-RST-CNT          TO  WS-RST-PRT-CNT
044240         MOVE WS-RST-LINE         TO  GLSRCP-RECORD
044250         WRITE GLSRCP-RECORD
044260         MOVE ZERO                TO  WS-RST-CNT
044270         MOVE ZERO                TO  WS-RST-AMOUNT.
044280
044300     MOVE SPACES                  TO  WS-TOTAL-LINE.
044400     MOVE "BATCH TOTAL"           TO  WS-TOT-LABEL.
044500     MOVE WS-BATCH-TOTAL          TO  WS-TOT-AMOUNT.
047200     CLOSE SRC-FILE.
047300     CLOSE NAR-FILE.
047400     CLOSE RPT-FILE.
047410
047420     MOVE "E"                     TO  GLRSC-FUNCTION.
047430     CALL "GLRSTCHK"         USING GLRSC-AREA.
047500
047600     DISPLAY "GLSRCREG - LINES REGISTERED: " WS-LINE-CNT.
047700 9000-EXIT.
