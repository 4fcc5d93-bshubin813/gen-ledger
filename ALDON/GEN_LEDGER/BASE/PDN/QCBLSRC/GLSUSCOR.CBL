001000*                                                               *
001100*  LISTS THE JOURNAL LINES GLPOST REJECTED INTO THE SUSPENSE    *
001200*  FILE (GLSUSREC, STATUS "S") IN A PAGEABLE SUBFILE - BATCH,   *
001300*  LINE, COMPANY, ACCOUNT, D/C, CURRENCY, DEPARTMENT, PROJECT   *
001400*  AND THE REJECT REASON.  THE OPERATOR OVERTYPES THE ACCOUNT   *
001500*  NUMBER, CURRENCY, DEPARTMENT OR PROJECT ON A LINE AND        *
001600*  PRESSES ENTER; THE CORRECTED VALUES ARE VALIDATED AGAINST    *
001700*  THE SAME MASTERS GLPOST VALIDATES AGAINST (GLCOAREC,         *
001710*  GLCURRREC, GLDEPREC, GLPRJREC)                               *
001800*  AND THE SUSPENSE ROW IS REWRITTEN WITH STATUS "C" SO THE     *
001900*  RECYCLE STEP (GLSUSRCY) FEEDS IT BACK INTO THE NEXT POSTING  *
002000*  RUN.  PF5 REFRESHES THE LIST; PF3 EXITS.                     *
002800*  08/13/26  MJF  ORIGINAL PROGRAM.                             *
002900*  08/22/26  MJF  A CORRECTED LINE MAY NOT POINT AT A            *
003000*                 DEACTIVATED ACCOUNT.                           *
003010*  10/15/26  MJF  THE LINE'S PROJECT CODE IS SHOWN AND CAN BE    *
003020*                 CORRECTED; IT MUST NAME AN OPEN PROJECT OF THE *
003030*                 LINE'S COMPANY (GLPROJ).                       *
003040*  10/15/26  MJF  THE LINE'S TAX CODE IS SHOWN AND CAN BE        *
003050*                 CORRECTED; IT MUST BE IN EFFECT TODAY          *
003060*                 (GLTAXCAL).  POSTING RE-CHECKS IT AGAINST THE  *
003070*                 BATCH'S ENTRY DATE WHEN THE LINE IS RECYCLED.  *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
006600         RECORD KEY   IS GLDEP-KEY
006700         FILE STATUS  IS WS-DEP-STATUS.
006800
006810     SELECT PRJ-FILE   ASSIGN TO GLPROJ
006820         ORGANIZATION IS INDEXED
006830         ACCESS       IS DYNAMIC
006840         RECORD KEY   IS GLPRJ-KEY
006850         FILE STATUS  IS WS-PRJ-STATUS.
006860
006900/
007000*****************************************************************
007100* D A T A   D I V I S I O N                                     *
009400     LABEL RECORDS ARE STANDARD.
009500     COPY GLDEPREC.
009600
009610 FD  PRJ-FILE
009620     LABEL RECORDS ARE STANDARD.
009630     COPY GLPRJREC.
009640
009700/
009800*****************************************************************
009900* W O R K I N G   S T O R A G E   S E C T I O N                 *
013500 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
013600     88  WS-DEP-OK                       VALUE "00".
013700
013710 77  WS-PRJ-STATUS              PIC X(02) VALUE SPACES.
013720     88  WS-PRJ-OK                       VALUE "00".
013730
013800 77  SUBFILE-RRN                PIC 9(04) VALUE ZERO.
013900
014000 77  WS-FINISHED-SW             PIC X(01) VALUE "N".
014800
014900 77  WS-SUS-CNT                 PIC 9(07) BINARY VALUE ZERO.
015000 77  WS-CORRECTED-CNT           PIC 9(07) BINARY VALUE ZERO.
015010 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
015020
015030     COPY GLTXAREC.
015100
015200/
015300*****************************************************************
017500     OPEN INPUT  COA-FILE.
017600     OPEN INPUT  CURR-FILE.
017700     OPEN INPUT  DEP-FILE.
017710     OPEN INPUT  PRJ-FILE.
017720     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
017800
017900     MOVE ALL B"0"                TO  ALL-99-INDICATORS.
018000     MOVE SPACES                  TO  WS-SFLCTL-REC.
026300     MOVE GLSUS-DR-CR-CODE        TO  SFL-DR-CR-CODE.
026400     MOVE GLSUS-CURR-CODE         TO  SFL-CURR-CODE.
026500     MOVE GLSUS-DEPT-CODE         TO  SFL-DEPT-CODE.
026510     MOVE GLSUS-PROJECT-CODE      TO  SFL-PROJECT-CODE.
026520     MOVE GLSUS-TAX-CODE          TO  SFL-TAX-CODE.
026600     MOVE GLSUS-REASON            TO  SFL-REASON.
026700
026800     ADD 1                        TO  SUBFILE-RRN.
031500     MOVE SFL-ACCT-NO             TO  GLSUS-ACCT-NO.
031600     MOVE SFL-CURR-CODE           TO  GLSUS-CURR-CODE.
031700     MOVE SFL-DEPT-CODE           TO  GLSUS-DEPT-CODE.
031710     MOVE SFL-PROJECT-CODE        TO  GLSUS-PROJECT-CODE.
031720     MOVE SFL-TAX-CODE            TO  GLSUS-TAX-CODE.
031800     MOVE "C"                     TO  GLSUS-STATUS-SW.
031900
032000     REWRITE GLSUS-RECORD.
033200     EXIT.
033300
033400*****************************************************************
033500* 4200-VALIDATE-CORRECTION - THE CORRECTED ACCOUNT, CURRENCY,   *
033600*                            DEPARTMENT AND PROJECT MUST ALL    *
033700*                            PASS THE SAME MASTER LOOKUPS       *
033710*                            GLPOST MAKES                       *
033800*****************************************************************
033900 4200-VALIDATE-CORRECTION.
034000     MOVE "N"                     TO  WS-LINE-VALID-SW.
037200         END-IF
037300     END-IF.
037400
037406     IF  SFL-PROJECT-CODE IS NOT EQUAL TO SPACES
037412         MOVE SFL-CO-CODE         TO  GLPRJ-CO-CODE
037418         MOVE SFL-PROJECT-CODE    TO  GLPRJ-PROJECT-CODE
037424         READ PRJ-FILE
037430             INVALID KEY
037436                 MOVE "PROJECT NOT ON FILE" TO  CTL-MESSAGE
037442                 GO TO 4200-EXIT
037448         END-READ
037454         IF  NOT GLPRJ-IS-OPEN
037460             MOVE "PROJECT CLOSED"    TO  CTL-MESSAGE
037466             GO TO 4200-EXIT
037472         END-IF
037478     END-IF.
037484
037485     IF  SFL-TAX-CODE IS NOT EQUAL TO SPACES
037486         MOVE "C"                 TO  GLTXA-FUNCTION
037487         MOVE SFL-TAX-CODE        TO  GLTXA-TAX-CODE
037488         MOVE WS-RUN-DATE         TO  GLTXA-DATE
037489         MOVE ZERO                TO  GLTXA-NET-AMT
037490         CALL "GLTAXCAL"     USING GLTXA-AREA
037491         IF  NOT GLTXA-FOUND
037492             MOVE "TAX CODE NOT IN EFFECT" TO  CTL-MESSAGE
037493             GO TO 4200-EXIT
037494         END-IF
037495     END-IF.
037500     MOVE "Y"                     TO  WS-LINE-VALID-SW.
037600 4200-EXIT.
037700     EXIT.
038500     CLOSE COA-FILE.
038600     CLOSE CURR-FILE.
038700     CLOSE DEP-FILE.
038710     CLOSE PRJ-FILE.
038720     MOVE "E"                     TO  GLTXA-FUNCTION.
038730     CALL "GLTAXCAL"         USING GLTXA-AREA.
038800 9000-EXIT.
038900     EXIT.
039000
