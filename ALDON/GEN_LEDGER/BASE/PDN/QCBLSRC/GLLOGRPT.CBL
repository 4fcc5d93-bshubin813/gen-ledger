002200*  MODIFICATION HISTORY                                         *
002300*---------------------------------------------------------------*
002400*  08/14/26  MJF  ORIGINAL PROGRAM.                             *
002410*  10/15/26  MJF  A SECOND PARAMETER NAMES THE USER THE REPORT   *
002420*                 IS RUN FOR; ROWS ON ACCOUNTS IN A RESTRICTED   *
002430*                 RANGE (GLRSTRNG) PRINT ONLY IF THAT USER HOLDS *
002440*                 THE RESTRICTED-VIEW RIGHT, OTHERWISE THEY ARE  *
002450*                 ROLLED INTO ONE SUMMARIZED LINE AND THE        *
002460*                 REFUSAL LOGGED.                                *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
008400 01  WS-SUMMARY-LINE.
008500     05  FILLER                 PIC X(15) VALUE "ROWS SELECTED: ".
008600     05  WS-SUM-PRINT-CNT       PIC ZZZZZZ9.
008604
008608*
008612* ROWS ON ACCOUNTS IN A RESTRICTED RANGE THE REQUESTING USER
008616* MAY NOT SEE ARE COUNTED AND THEIR BALANCE CHANGE NETTED INTO
008620* ONE SUMMARIZED LINE.  VIOLATION ROWS ("X") CARRY NO AMOUNTS
008624* AND ALWAYS PRINT, SO ATTEMPTS TO VIEW THOSE ACCOUNTS STAY
008628* REVIEWABLE.
008632*
008636 77  WS-RST-CNT                 PIC 9(07) BINARY VALUE ZERO.
008640 77  WS-RST-NET                 PIC S9(09)V99 COMP-3 VALUE ZERO.
008644
008648 01  WS-RST-LINE.
008652     05  FILLER                 PIC X(20) VALUE
008656             "RESTRICTED ACCOUNTS ".
008660     05  WS-RST-PRT-CNT         PIC ZZZZZZ9.
008664     05  FILLER                 PIC X(29) VALUE
008668             " ROWS SUMMARIZED  NET CHANGE ".
008672     05  WS-RST-PRT-NET         PIC -(9)9.99.
008676
008680     COPY GLRSCREC.
008700
008800 01  WS-DETAIL-LINE.
008900     05  WS-DTL-USER            PIC X(10).
011000*                                                               *
011100* THE REQUESTED SELECTIONS - A BLANK USER, ZERO DATE, ZERO      *
011200* ACCOUNT OR ZERO BATCH MEANS THAT SELECTION IS NOT LIMITED.    *
011210* WS-RQS-RUN-USER IS THE USER THE REPORT IS RUN FOR (BLANK FOR  *
011220* AN UNATTENDED RUN), WHOSE RESTRICTED-VIEW RIGHT DECIDES       *
011230* WHETHER RESTRICTED ACCOUNTS PRINT OR ARE SUMMARIZED.          *
011300****************************************************************
011400 LINKAGE SECTION.
011500 01  WS-SELECTIONS.
011800     05  WS-RQS-TO-DATE         PIC 9(08).
011900     05  WS-RQS-ACCT-NO         PIC 9(06).
012000     05  WS-RQS-BATCH-NO        PIC 9(06).
012010 01  WS-RQS-RUN-USER            PIC X(10).
012100/
012200*****************************************************************
012300* P R O C E D U R E   D I V I S I O N                           *
012400*****************************************************************
012500 PROCEDURE DIVISION      USING WS-SELECTIONS WS-RQS-RUN-USER.
012600
012700*****************************************************************
012800* 0000-MAINLINE                                                 *
019300     AND GLLOG-BATCH-NO IS NOT EQUAL TO WS-RQS-BATCH-NO
019400         GO TO 2000-NEXT.
019500
019510     IF  GLLOG-DR-CR-CODE IS NOT EQUAL TO "X"
019520         PERFORM 2300-CHECK-RESTRICTED THRU 2300-EXIT
019530         IF  GLRSC-HIDE
019540             PERFORM 2400-ADD-RESTRICTED THRU 2400-EXIT
019550             GO TO 2000-NEXT
019560         END-IF
019570     END-IF.
019580
019600     PERFORM 2200-PRINT-ONE       THRU 2200-EXIT.
019700
019800 2000-NEXT.
023000     ADD 1                        TO  WS-PRINT-CNT.
023100 2200-EXIT.
023200     EXIT.
023203
023206*****************************************************************
023209* 2300-CHECK-RESTRICTED - ASK WHETHER THE REQUESTING USER MAY   *
023212*                         SEE THE ROW'S ACCOUNT.  THE LOG       *
023215*                         CARRIES NO COMPANY, SO A RANGE IN ANY *
023218*                         COMPANY THE USER CANNOT VIEW HIDES    *
023221*                         IT; A REFUSAL IS LOGGED ONCE PER      *
023222*                         ACCOUNT                               *
023224*****************************************************************
023227 2300-CHECK-RESTRICTED.
023230     MOVE "C"                     TO  GLRSC-FUNCTION.
023233     MOVE WS-RQS-RUN-USER         TO  GLRSC-USER-ID.
023236     MOVE SPACES                  TO  GLRSC-CO-CODE.
023239     MOVE GLLOG-ACCT-NO           TO  GLRSC-ACCT-NO.
023242     MOVE "O"                     TO  GLRSC-LOG-SW.
023245     CALL "GLRSTCHK"         USING GLRSC-AREA.
023248 2300-EXIT.
023251     EXIT.
023254
023257*****************************************************************
023260* 2400-ADD-RESTRICTED - COUNT A HIDDEN ROW AND NET ITS BALANCE  *
023263*                       CHANGE INTO THE SUMMARIZED LINE         *
023266*****************************************************************
023269 2400-ADD-RESTRICTED.
023272     ADD 1                        TO  WS-RST-CNT.
023275     ADD GLLOG-BAL-AFTER          TO  WS-RST-NET.
023278     SUBTRACT GLLOG-BAL-BEFORE    FROM WS-RST-NET.
023281 2400-EXIT.
023284     EXIT.
023300
023400*****************************************************************
023500* 8000-PRINT-SUMMARY - PRINT HOW MANY ROWS WERE READ AND HOW    *
023900     MOVE SPACES                  TO  GLLOGP-RECORD.
024000     WRITE GLLOGP-RECORD.
024100
024110     IF  WS-RST-CNT IS GREATER THAN ZERO
024120         MOVE WS-RST-CNT          TO  WS-RST-PRT-CNT
024130         MOVE WS-RST-NET          TO  WS-RST-PRT-NET
024140         MOVE WS-RST-LINE         TO  GLLOGP-RECORD
024150         WRITE GLLOGP-RECORD.
024160
024200     MOVE WS-PRINT-CNT            TO  WS-SUM-PRINT-CNT.
024300     MOVE WS-SUMMARY-LINE         TO  GLLOGP-RECORD.
024400     WRITE GLLOGP-RECORD.
025100 9000-TERMINATE.
025200     CLOSE LOG-FILE.
025300     CLOSE RPT-FILE.
025310
025320     MOVE "E"                     TO  GLRSC-FUNCTION.
025330     CALL "GLRSTCHK"         USING GLRSC-AREA.
025400 9000-EXIT.
025500     EXIT.
025600
