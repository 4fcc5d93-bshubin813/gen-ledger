000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLTAXCAL.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLTAXCAL  -  INDIRECT TAX CODE LOOKUP AND CALCULATION        *
001000*                                                               *
001100*  CALLED BY POSTING (GLPOST) AND THE ENTRY PROGRAMS (GLJEENTR, *
001200*  GLFDLOAD) FOR EVERY JOURNAL LINE CARRYING A TAX CODE.  THE   *
001300*  CALLER PASSES THE GLTXAREC AREA WITH THE CODE, THE DATE AND  *
001400*  THE NET AMOUNT; THE CODE'S TYPE, TAX ACCOUNT, RATE,          *
001500*  RECOVERABLE PERCENTAGE AND TOLERANCE COME BACK WITH THE TAX  *
001600*  ON THE AMOUNT SPLIT INTO ITS RECOVERABLE AND NON-RECOVERABLE *
001700*  PARTS.  ALL AMOUNTS CARRY THE SIGN OF THE NET AMOUNT.        *
001800*                                                               *
001900*  THE ROW IN EFFECT IS FOUND WITH THE SAME START-NOT-GREATER / *
002000*  READ-PREVIOUS LOOKUP POSTING USES FOR DATED EXCHANGE RATES.  *
002100*  THE TAX CODE FILE IS OPENED ON THE FIRST CALL AND STAYS OPEN *
002200*  UNTIL THE CALLER'S "E" CALL AT END OF RUN.  NO TAX CODE FILE *
002300*  MEANS EVERY CODE COMES BACK NOT FOUND; THE LOOKUP NEVER      *
002400*  TAKES DOWN THE CALLER.                                       *
002500*                                                               *
002600*---------------------------------------------------------------*
002700*  MODIFICATION HISTORY                                         *
002800*---------------------------------------------------------------*
002900*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-ISERIES.
003400 OBJECT-COMPUTER.   IBM-ISERIES.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TXC-FILE   ASSIGN TO GLTAXCD
003800         ORGANIZATION IS INDEXED
003900         ACCESS       IS DYNAMIC
004000         RECORD KEY   IS GLTXC-KEY
004100         FILE STATUS  IS WS-TXC-STATUS.
004200
004300/
004400*****************************************************************
004500* D A T A   D I V I S I O N                                     *
004600*****************************************************************
004700 DATA DIVISION.
004800 FILE SECTION.
004900
005000 FD  TXC-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY GLTXCREC.
005300
005400/
005500*****************************************************************
005600* W O R K I N G   S T O R A G E   S E C T I O N                 *
005700*****************************************************************
005800 WORKING-STORAGE SECTION.
005900
006000 77  WS-TXC-STATUS              PIC X(02) VALUE SPACES.
006100     88  WS-TXC-OK                       VALUE "00".
006200
006300 77  WS-LOADED-SW               PIC X(01) VALUE "N".
006400     88  WS-LOADED                       VALUE "Y".
006500
006600 77  WS-TXC-OPEN-SW             PIC X(01) VALUE "N".
006700     88  WS-TXC-IS-OPEN                  VALUE "Y".
006800
006900 77  WS-CALC-CNT                PIC 9(07) BINARY VALUE ZERO.
007000 77  WS-MISS-CNT                PIC 9(07) BINARY VALUE ZERO.
007100
007200/
007300****************************************************************
007400* L I N K A G E   S E C T I O N                                *
007500****************************************************************
007600 LINKAGE SECTION.
007700     COPY GLTXAREC.
007800/
007900*****************************************************************
008000* P R O C E D U R E   D I V I S I O N                           *
008100*****************************************************************
008200 PROCEDURE DIVISION      USING GLTXA-AREA.
008300
008400*****************************************************************
008500* 0000-MAINLINE                                                 *
008600*****************************************************************
008700 0000-MAINLINE.
008800     IF  GLTXA-END
008900         PERFORM 9000-TERMINATE       THRU 9000-EXIT
009000         GO TO 9999-EXIT.
009100
009200     IF  NOT WS-LOADED
009300         PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
009400
009500     PERFORM 2000-FIND-CODE           THRU 2000-EXIT.
009600     IF  GLTXA-FOUND
009700         PERFORM 3000-CALCULATE-TAX   THRU 3000-EXIT
009800     ELSE
009900         ADD 1                        TO  WS-MISS-CNT.
010000     GO TO 9999-EXIT.
010100
010200*****************************************************************
010300* 1000-INITIALIZE - OPEN THE TAX CODE FILE                      *
010400*****************************************************************
010500 1000-INITIALIZE.
010600     MOVE "Y"                     TO  WS-LOADED-SW.
010700     MOVE ZERO                    TO  WS-CALC-CNT.
010800     MOVE ZERO                    TO  WS-MISS-CNT.
010900
011000     OPEN INPUT  TXC-FILE.
011100     IF  WS-TXC-OK
011200         MOVE "Y"                 TO  WS-TXC-OPEN-SW
011300     ELSE
011400         DISPLAY "GLTAXCAL - NO TAX CODES, GLTAXCD STATUS "
011500                 WS-TXC-STATUS.
011600 1000-EXIT.
011700     EXIT.
011800
011900*****************************************************************
012000* 2000-FIND-CODE - THE LATEST ROW OF THE CODE DATED ON OR       *
012100*                  BEFORE THE DATE; IT MUST BE ACTIVE AND ITS   *
012200*                  END DATE (IF ANY) NOT PASSED                 *
012300*****************************************************************
012400 2000-FIND-CODE.
012500     MOVE "N"                     TO  GLTXA-RESULT.
012600     MOVE SPACES                  TO  GLTXA-TYPE-SW.
012700     MOVE ZERO                    TO  GLTXA-TAX-ACCT-NO.
012800     MOVE ZERO                    TO  GLTXA-RATE.
012900     MOVE ZERO                    TO  GLTXA-RECOVER-PCT.
013000     MOVE ZERO                    TO  GLTXA-TOLERANCE.
013100     MOVE ZERO                    TO  GLTXA-TAX-AMT.
013200     MOVE ZERO                    TO  GLTXA-RECOV-AMT.
013300     MOVE ZERO                    TO  GLTXA-NONREC-AMT.
013400
013500     IF  NOT WS-TXC-IS-OPEN
013600     OR  GLTXA-TAX-CODE IS EQUAL TO SPACES
013700         GO TO 2000-EXIT.
013800
013900     MOVE GLTXA-TAX-CODE          TO  GLTXC-TAX-CODE.
014000     MOVE GLTXA-DATE              TO  GLTXC-EFF-DATE.
014100
014200     START TXC-FILE
014300         KEY IS NOT GREATER THAN GLTXC-KEY
014400         INVALID KEY
014500             GO TO 2000-EXIT.
014600
014700     READ TXC-FILE PREVIOUS RECORD
014800         AT END
014900             GO TO 2000-EXIT.
015000
015100     IF  GLTXC-TAX-CODE IS NOT EQUAL TO GLTXA-TAX-CODE
015200     OR  NOT GLTXC-ACTIVE
015300         GO TO 2000-EXIT.
015400
015500     IF  GLTXC-END-DATE IS NOT EQUAL TO ZERO
015600     AND GLTXC-END-DATE IS LESS THAN GLTXA-DATE
015700         GO TO 2000-EXIT.
015800
015900     MOVE "F"                     TO  GLTXA-RESULT.
016000     MOVE GLTXC-TYPE-SW           TO  GLTXA-TYPE-SW.
016100     MOVE GLTXC-TAX-ACCT-NO       TO  GLTXA-TAX-ACCT-NO.
016200     MOVE GLTXC-RATE              TO  GLTXA-RATE.
016300     MOVE GLTXC-RECOVER-PCT       TO  GLTXA-RECOVER-PCT.
016400     MOVE GLTXC-TOLERANCE         TO  GLTXA-TOLERANCE.
016500 2000-EXIT.
016600     EXIT.
016700
016800*****************************************************************
016900* 3000-CALCULATE-TAX - TAX AT THE RATE ON THE NET AMOUNT; AN    *
017000*                      INPUT CODE SENDS ONLY ITS RECOVERABLE    *
017100*                      PERCENTAGE TO THE TAX ACCOUNT            *
017200*****************************************************************
017300 3000-CALCULATE-TAX.
017400     ADD 1                        TO  WS-CALC-CNT.
017500     COMPUTE GLTXA-TAX-AMT ROUNDED =
017600             GLTXA-NET-AMT * GLTXA-RATE / 100.
017700
017800     IF  GLTXA-INPUT
017900         COMPUTE GLTXA-RECOV-AMT ROUNDED =
018000                 GLTXA-TAX-AMT * GLTXA-RECOVER-PCT / 100
018100     ELSE
018200         MOVE GLTXA-TAX-AMT       TO  GLTXA-RECOV-AMT.
018300
018400     SUBTRACT GLTXA-RECOV-AMT FROM GLTXA-TAX-AMT
018500         GIVING GLTXA-NONREC-AMT.
018600 3000-EXIT.
018700     EXIT.
018800
018900*****************************************************************
019000* 9000-TERMINATE - END OF THE CALLER'S RUN; CLOSE THE FILE SO   *
019100*                  THE NEXT RUN IN THE JOB REOPENS IT           *
019200*****************************************************************
019300 9000-TERMINATE.
019400     IF  NOT WS-LOADED
019500         GO TO 9000-EXIT.
019600
019700     IF  WS-TXC-IS-OPEN
019800         CLOSE TXC-FILE.
019900
020000     IF  WS-MISS-CNT IS GREATER THAN ZERO
020100         DISPLAY "GLTAXCAL - TAX CODES NOT IN EFFECT: "
020200                 WS-MISS-CNT.
020300
020400     MOVE "N"                     TO  WS-LOADED-SW.
020500     MOVE "N"                     TO  WS-TXC-OPEN-SW.
020600 9000-EXIT.
020700     EXIT.
020800
020900 9999-EXIT.
021000     GOBACK.
