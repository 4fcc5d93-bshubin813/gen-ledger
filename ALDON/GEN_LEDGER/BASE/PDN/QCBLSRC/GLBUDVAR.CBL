002342*  08/21/26  MJF  COMPANY, ACCOUNT AND PERIOD SELECTIONS NOW     *
002344*                 ARRIVE THROUGH LINKAGE (GLRQSREC) AND ARE      *
002346*                 HONORED AND ECHOED IN THE HEADINGS.            *
002356*  10/15/26  MJF  A DEPARTMENT RANGE (GLRQS-DEPT-FROM/TO) IS NOW *
002366*                 HONORED AND ECHOED, AND THE AUTHORIZED-COMPANY *
002376*                 SWITCH (GLRQS-AUTH-CO-SW) LIMITS THE REPORT TO *
002386*                 THE COMPANIES GLRQS-USER-ID MAY INQUIRE ON.    *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS  IS WS-RPT-STATUS.
004600
004610     SELECT USR-FILE   ASSIGN TO GLUSRAUT
004620         ORGANIZATION IS INDEXED
004630         ACCESS       IS RANDOM
004640         RECORD KEY   IS GLUSR-KEY
004650         FILE STATUS  IS WS-USR-STATUS.
004660
004700/
004800*****************************************************************
004900* D A T A   D I V I S I O N                                     *
006400     RECORDING MODE IS F.
006500     COPY GLBUDPRT.
006600
006610 FD  USR-FILE
006620     LABEL RECORDS ARE STANDARD.
006630     COPY GLUSRREC.
006640
006700/
006800*****************************************************************
006900* W O R K I N G   S T O R A G E   S E C T I O N                 *
008240 77  WS-SEL-ACCT-TO             PIC 9(06) VALUE ZERO.
008250 77  WS-SEL-PER-FROM            PIC 9(06) VALUE ZERO.
008260 77  WS-SEL-PER-TO              PIC 9(06) VALUE ZERO.
008263 77  WS-SEL-DEPT-FROM           PIC X(04) VALUE SPACES.
008266 77  WS-SEL-DEPT-TO             PIC X(04) VALUE SPACES.
008270
008272 77  WS-USR-STATUS              PIC X(02) VALUE SPACES.
008274     88  WS-USR-OK                       VALUE "00".
008276
008278 77  WS-USR-OPEN-SW             PIC X(01) VALUE "N".
008280     88  WS-USR-IS-OPEN                  VALUE "Y".
008282
008284*
008286* THE LAST COMPANY LOOKED UP ON THE AUTHORITY FILE AND THE ANSWER,
008288* SO THE BUDGET BROWSE READS IT ONCE PER COMPANY, NOT PER ROW.
008290*
008292 77  WS-AUTH-CO-CODE            PIC X(03) VALUE HIGH-VALUES.
008294 77  WS-CO-AUTH-SW              PIC X(01) VALUE "N".
008296     88  WS-CO-AUTHORIZED                VALUE "Y".
008298
008300 77  WS-DAC-FOUND-SW            PIC X(01) VALUE "N".
008400     88  WS-DAC-FOUND                    VALUE "Y".
008500
010494     05  WS-SEL-PRT-PER-FROM    PIC 9(06).
010495     05  FILLER                 PIC X(01) VALUE "-".
010496     05  WS-SEL-PRT-PER-TO      PIC 9(06).
010497     05  FILLER                 PIC X(06) VALUE " DEPT=".
010498     05  WS-SEL-PRT-DEPT-FROM   PIC X(04).
010502     05  FILLER                 PIC X(01) VALUE "-".
010506     05  WS-SEL-PRT-DEPT-TO     PIC X(04).
010511
010515/
010520****************************************************************
010540* L I N K A G E   S E C T I O N                                *
010560****************************************************************
012600     OPEN INPUT  BUD-FILE.
012700     OPEN INPUT  DAC-FILE.
012800     OPEN OUTPUT RPT-FILE.
012810     IF  GLRQS-AUTH-CO-ONLY
012820         OPEN INPUT USR-FILE
012830         IF  WS-USR-OK
012840             MOVE "Y"             TO  WS-USR-OPEN-SW
012850         ELSE
012860             DISPLAY "GLBUDVAR - ERROR OPENING GLUSRAUT, STATUS "
012870                     WS-USR-STATUS ", NO COMPANY REPORTED"
012880         END-IF
012890     END-IF.
012900
013000     MOVE SPACES                  TO  GLBUDP-RECORD.
013050     MOVE "BUDGET-VS-ACTUAL VARIANCE REPORT"
014050     MOVE WS-SEL-ACCT-TO          TO  WS-SEL-PRT-ACCT-TO.
014060     MOVE WS-SEL-PER-FROM         TO  WS-SEL-PRT-PER-FROM.
014070     MOVE WS-SEL-PER-TO           TO  WS-SEL-PRT-PER-TO.
014071     MOVE GLRQS-DEPT-FROM         TO  WS-SEL-PRT-DEPT-FROM.
014072     MOVE GLRQS-DEPT-TO           TO  WS-SEL-PRT-DEPT-TO.
014073     IF  GLRQS-DEPT-FROM IS EQUAL TO SPACES
014074         MOVE "ALL"               TO  WS-SEL-PRT-DEPT-FROM
014075         MOVE "ALL"               TO  WS-SEL-PRT-DEPT-TO.
014080     MOVE WS-SELECT-LINE          TO  GLBUDP-RECORD.
014090     WRITE GLBUDP-RECORD.
014100
015194
015196     IF  WS-SEL-PER-TO IS EQUAL TO ZERO
015198         MOVE 999999              TO  WS-SEL-PER-TO.
015199
015200     MOVE GLRQS-DEPT-FROM         TO  WS-SEL-DEPT-FROM.
015201     MOVE GLRQS-DEPT-TO           TO  WS-SEL-DEPT-TO.
015202     IF  WS-SEL-DEPT-FROM IS EQUAL TO SPACES
015203         MOVE HIGH-VALUES         TO  WS-SEL-DEPT-TO
015216     ELSE
015230         IF  WS-SEL-DEPT-TO IS EQUAL TO SPACES
015244             MOVE WS-SEL-DEPT-FROM TO WS-SEL-DEPT-TO.
015258 1050-EXIT.
015272     EXIT.
015286
015300*****************************************************************
015400* 2000-PRINT-ONE-VARIANCE - LOOK UP THE ACCOUNT'S ACTUAL        *
015500*                           BALANCE AND PRINT THE VARIANCE LINE *
017260     OR  GLBUD-ACCT-NO IS GREATER THAN WS-SEL-ACCT-TO
017270     OR  GLBUD-PERIOD IS LESS THAN WS-SEL-PER-FROM
017280     OR  GLBUD-PERIOD IS GREATER THAN WS-SEL-PER-TO
017283     OR  GLBUD-DEPT-CODE IS LESS THAN WS-SEL-DEPT-FROM
017286     OR  GLBUD-DEPT-CODE IS GREATER THAN WS-SEL-DEPT-TO
017290         GO TO 2100-READ-NEXT-BUD.
017291
017292     IF  GLRQS-AUTH-CO-ONLY
017293     AND GLBUD-CO-CODE IS NOT EQUAL TO WS-AUTH-CO-CODE
017294         PERFORM 2150-CHECK-AUTHORITY THRU 2150-EXIT.
017295     IF  GLRQS-AUTH-CO-ONLY
017296     AND NOT WS-CO-AUTHORIZED
017297         GO TO 2100-READ-NEXT-BUD.
017300 2100-EXIT.
017400     EXIT.
017404
017408*****************************************************************
017412* 2150-CHECK-AUTHORITY - MAY THE SELECTION'S USER INQUIRE ON    *
017416*                        THE BUDGET ROW'S COMPANY (GLUSRREC)    *
017420*****************************************************************
017424 2150-CHECK-AUTHORITY.
017428     MOVE GLBUD-CO-CODE           TO  WS-AUTH-CO-CODE.
017432     MOVE "N"                     TO  WS-CO-AUTH-SW.
017436     IF  NOT WS-USR-IS-OPEN
017440         GO TO 2150-EXIT.
017444
017448     MOVE GLRQS-USER-ID           TO  GLUSR-USER-ID.
017452     MOVE GLBUD-CO-CODE           TO  GLUSR-CO-CODE.
017456     READ USR-FILE
017460         INVALID KEY
017464             GO TO 2150-EXIT.
017468
017472     IF  GLUSR-MAY-INQUIRE
017476         MOVE "Y"                 TO  WS-CO-AUTH-SW.
017480 2150-EXIT.
017484     EXIT.
017500
017600*****************************************************************
017700* 2200-LOOKUP-ACTUAL - READ THE DEPARTMENT ACTUALS ROW AT THE   *
021900     CLOSE BUD-FILE.
022000     CLOSE DAC-FILE.
022100     CLOSE RPT-FILE.
022110     IF  WS-USR-IS-OPEN
022120         CLOSE USR-FILE.
022200 9000-EXIT.
022300     EXIT.
022400
