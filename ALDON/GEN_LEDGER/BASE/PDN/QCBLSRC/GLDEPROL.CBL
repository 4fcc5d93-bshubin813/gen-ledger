002300*  COMPANY, ACCOUNT AND PERIOD SELECTIONS ARRIVE THROUGH        *
002400*  LINKAGE (GLRQSREC) AND ARE HONORED, THE SAME CONVENTION      *
002500*  GLBUDVAR FOLLOWS.                                            *
002510*  SO ARE A DEPARTMENT RANGE AND THE AUTHORIZED-COMPANY SWITCH, *
002520*  WHICH LIMITS THE ROLLUP TO THE COMPANIES GLRQS-USER-ID MAY   *
002530*  INQUIRE ON (GLUSRREC).                                       *
002600*                                                               *
002700*---------------------------------------------------------------*
002800*  MODIFICATION HISTORY                                         *
002900*---------------------------------------------------------------*
003000*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003010*  10/15/26  MJF  A DEPARTMENT RANGE (GLRQS-DEPT-FROM/TO) IS NOW *
003020*                 HONORED, AND THE AUTHORIZED-COMPANY SWITCH     *
003030*                 (GLRQS-AUTH-CO-SW) LIMITS THE ROLLUP TO THE    *
003040*                 COMPANIES GLRQS-USER-ID MAY INQUIRE ON.        *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005300         RECORD KEY   IS GLDHR-KEY
005400         FILE STATUS  IS WS-DHR-STATUS.
005500
005510     SELECT USR-FILE   ASSIGN TO GLUSRAUT
005520         ORGANIZATION IS INDEXED
005530         ACCESS       IS RANDOM
005540         RECORD KEY   IS GLUSR-KEY
005550         FILE STATUS  IS WS-USR-STATUS.
005560
005600     SELECT SORT-FILE  ASSIGN TO GLDRSRT.
005700
005800     SELECT RPT-FILE   ASSIGN TO GLDRRPTP
007800     LABEL RECORDS ARE STANDARD.
007900     COPY GLDHRREC.
008000
008010 FD  USR-FILE
008020     LABEL RECORDS ARE STANDARD.
008030     COPY GLUSRREC.
008040
008100 SD  SORT-FILE.
008200 01  SRT-RECORD.
008300     05  SRT-DIVISION           PIC X(04).
012700 77  WS-SEL-ACCT-TO             PIC 9(06) VALUE ZERO.
012800 77  WS-SEL-PER-FROM            PIC 9(06) VALUE ZERO.
012900 77  WS-SEL-PER-TO              PIC 9(06) VALUE ZERO.
012910 77  WS-SEL-DEPT-FROM           PIC X(04) VALUE SPACES.
012920 77  WS-SEL-DEPT-TO             PIC X(04) VALUE SPACES.
013000
013006 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
013012     88  WS-USR-OK                       VALUE "00".
013018
013024 77  WS-USR-OPEN-SW             PIC X(01) VALUE "N".
013030     88  WS-USR-IS-OPEN                  VALUE "Y".
013036
013042*
013048* THE LAST COMPANY LOOKED UP ON THE AUTHORITY FILE AND THE ANSWER,
013054* SO THE BUDGET BROWSE READS IT ONCE PER COMPANY, NOT PER ROW.
013060*
013066 77  WS-AUTH-CO-CODE            PIC X(03) VALUE HIGH-VALUES.
013072 77  WS-CO-AUTH-SW              PIC X(01) VALUE "N".
013078     88  WS-CO-AUTHORIZED                VALUE "Y".
013084
013100 77  WS-RLS-DIVISION            PIC X(04) VALUE SPACES.
013200 77  WS-RLS-GROUP               PIC X(04) VALUE SPACES.
013300
020900     IF  WS-SEL-PER-TO IS EQUAL TO ZERO
021000         MOVE 999999              TO  WS-SEL-PER-TO.
021100
021110     MOVE GLRQS-DEPT-FROM         TO  WS-SEL-DEPT-FROM.
021120     MOVE GLRQS-DEPT-TO           TO  WS-SEL-DEPT-TO.
021130     IF  WS-SEL-DEPT-FROM IS EQUAL TO SPACES
021140         MOVE HIGH-VALUES         TO  WS-SEL-DEPT-TO
021150     ELSE
021160         IF  WS-SEL-DEPT-TO IS EQUAL TO SPACES
021170             MOVE WS-SEL-DEPT-FROM TO WS-SEL-DEPT-TO.
021180
021200     OPEN INPUT  BUD-FILE.
021300     OPEN INPUT  DAC-FILE.
021400     OPEN INPUT  DHR-FILE.
021500     OPEN OUTPUT RPT-FILE.
021510     IF  GLRQS-AUTH-CO-ONLY
021520         OPEN INPUT USR-FILE
021530         IF  WS-USR-OK
021540             MOVE "Y"             TO  WS-USR-OPEN-SW
021550         ELSE
021560             DISPLAY "GLDEPROL - ERROR OPENING GLUSRAUT, STATUS "
021570                     WS-USR-STATUS ", NO COMPANY REPORTED"
021580         END-IF
021590     END-IF.
021600
021700     MOVE SPACES                  TO  GLDRP-RECORD.
021800     MOVE "DEPARTMENT ROLLUP BUDGET VARIANCE REPORT"
026100     OR  GLBUD-ACCT-NO IS GREATER THAN WS-SEL-ACCT-TO
026200     OR  GLBUD-PERIOD IS LESS THAN WS-SEL-PER-FROM
026300     OR  GLBUD-PERIOD IS GREATER THAN WS-SEL-PER-TO
026310     OR  GLBUD-DEPT-CODE IS LESS THAN WS-SEL-DEPT-FROM
026320     OR  GLBUD-DEPT-CODE IS GREATER THAN WS-SEL-DEPT-TO
026400         GO TO 1600-EXIT.
026410
026420     IF  GLRQS-AUTH-CO-ONLY
026430     AND GLBUD-CO-CODE IS NOT EQUAL TO WS-AUTH-CO-CODE
026440         PERFORM 1650-CHECK-AUTHORITY THRU 1650-EXIT.
026450     IF  GLRQS-AUTH-CO-ONLY
026460     AND NOT WS-CO-AUTHORIZED
026470         GO TO 1600-EXIT.
026500
026600     PERFORM 1700-RESOLVE-HIERARCHY THRU 1700-EXIT.
026700
028800     RELEASE SRT-RECORD.
028900 1600-EXIT.
029000     EXIT.
029004
029008*****************************************************************
029012* 1650-CHECK-AUTHORITY - MAY THE SELECTION'S USER INQUIRE ON    *
029016*                        THE BUDGET ROW'S COMPANY (GLUSRREC)    *
029020*****************************************************************
029024 1650-CHECK-AUTHORITY.
029028     MOVE GLBUD-CO-CODE           TO  WS-AUTH-CO-CODE.
029032     MOVE "N"                     TO  WS-CO-AUTH-SW.
029036     IF  NOT WS-USR-IS-OPEN
029040         GO TO 1650-EXIT.
029044
029048     MOVE GLRQS-USER-ID           TO  GLUSR-USER-ID.
029052     MOVE GLBUD-CO-CODE           TO  GLUSR-CO-CODE.
029056     READ USR-FILE
029060         INVALID KEY
029064             GO TO 1650-EXIT.
029068
029072     IF  GLUSR-MAY-INQUIRE
029076         MOVE "Y"                 TO  WS-CO-AUTH-SW.
029080 1650-EXIT.
029084     EXIT.
029100
029200*****************************************************************
029300* 1700-RESOLVE-HIERARCHY - THE DEPARTMENT'S NODE NAMES ITS      *
048100     CLOSE DAC-FILE.
048200     CLOSE DHR-FILE.
048300     CLOSE RPT-FILE.
048310     IF  WS-USR-IS-OPEN
048320         CLOSE USR-FILE.
048400 9000-EXIT.
048500     EXIT.
048600
