001000*                                                               *
001100*  BROWSES THE POSTING SUSPENSE FILE (GLSUSREC) IN KEY          *
001200*  SEQUENCE.  EVERY ROW AN OPERATOR HAS CORRECTED ON GLSUSCOR   *
001210*  (STATUS "C") IS PUT BACK INTO THE KEYED PENDING-TRANSACTION  *
001220*  FILE (GLTRANIN, GLPNDREC) UNDER ITS OWN BATCH AND LINE - THE *
001230*  REJECTED ROW POSTING LEFT THERE IS REWRITTEN WITH THE        *
001240*  CORRECTIONS AND SET BACK TO PENDING, OR A NEW PENDING ROW IS *
001250*  WRITTEN IF THERE IS NONE - SO THE NEXT GLPOST RUN POSTS THE  *
001260*  CORRECTED LINES LIKE ANY OTHERS.  EACH RECYCLED ROW IS THEN  *
001270*  MARKED "R" SO IT IS NEVER RECYCLED TWICE.  THE ORIGINAL      *
001900*  BATCH HEADER IS UNTOUCHED - CORRECTING AN ACCOUNT, CURRENCY  *
002000*  OR DEPARTMENT DOES NOT CHANGE THE BATCH'S KEYED DEBIT AND    *
002100*  CREDIT TOTALS.                                               *
002400*  MODIFICATION HISTORY                                         *
002500*---------------------------------------------------------------*
002600*  08/13/26  MJF  ORIGINAL PROGRAM.                             *
002610*  10/15/26  MJF  THE RECYCLED LINE CARRIES ITS PROJECT CODE     *
002620*                 FROM SUSPENSE.                                 *
002630*  10/15/26  MJF  A CORRECTED LINE GOES BACK INTO THE KEYED      *
002640*                 PENDING-TRANSACTION FILE (GLTRANIN) AT STATUS  *
002650*                 PENDING, OVER ITS REJECTED ROW; GLSUSOUT IS    *
002660*                 GONE.                                          *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003700         RECORD KEY   IS GLSUS-KEY
003800         FILE STATUS  IS WS-SUS-STATUS.
003900
003910     SELECT JE-FILE    ASSIGN TO GLTRANIN
003920         ORGANIZATION IS INDEXED
003930         ACCESS       IS DYNAMIC
003940         RECORD KEY   IS GLPND-KEY
003950         FILE STATUS  IS WS-JE-STATUS.
004300
004400/
004500*****************************************************************
005200     LABEL RECORDS ARE STANDARD.
005300     COPY GLSUSREC.
005400
005410 FD  JE-FILE
005420     LABEL RECORDS ARE STANDARD
005430     RECORDING MODE IS F.
005440     COPY GLPNDREC.
005450     COPY GLJEREC.
005900
006000/
006100*****************************************************************
006700     88  WS-SUS-OK                       VALUE "00".
006800     88  WS-SUS-EOF                      VALUE "10".
006900
006910 77  WS-JE-STATUS               PIC X(02) VALUE SPACES.
006920     88  WS-JE-OK                        VALUE "00".
006930
006940 77  WS-JE-FOUND-SW             PIC X(01) VALUE "N".
006950     88  WS-JE-FOUND                     VALUE "Y".
007200
007300 77  WS-RECYCLE-CNT             PIC 9(07) BINARY VALUE ZERO.
007400
009400*****************************************************************
009500 1000-INITIALIZE.
009600     OPEN I-O    SUS-FILE.
009610     OPEN I-O    JE-FILE.
009800
009900     MOVE ZERO                    TO  GLSUS-BATCH-NO.
010000     MOVE ZERO                    TO  GLSUS-LINE-NO.
010700
010800*****************************************************************
010900* 2000-RECYCLE-ONE - READ THE NEXT SUSPENSE ROW; A CORRECTED    *
010910*                    ROW IS PUT BACK INTO GLTRANIN AT STATUS    *
010920*                    PENDING AND MARKED RECYCLED                *
011200*****************************************************************
011300 2000-RECYCLE-ONE.
011400     READ SUS-FILE NEXT RECORD
013300     EXIT.
013400
013500*****************************************************************
013510* 2100-WRITE-JE-LINE - PUT THE CORRECTED SUSPENSE ROW BACK INTO *
013520*                      GLTRANIN AT STATUS PENDING FOR THE NEXT  *
013530*                      POSTING RUN, OVER THE REJECTED ROW WHEN  *
013540*                      IT IS STILL THERE                        *
013550*****************************************************************
013560 2100-WRITE-JE-LINE.
013570     MOVE GLSUS-BATCH-NO          TO  GLPND-BATCH-NO.
013580     MOVE GLSUS-LINE-NO           TO  GLPND-LINE-NO.
013590     MOVE "Y"                     TO  WS-JE-FOUND-SW.
013600     READ JE-FILE
013610         INVALID KEY
013620             MOVE "N"             TO  WS-JE-FOUND-SW
013630             MOVE SPACES          TO  GLJE-DOC-REF.
014100     MOVE GLSUS-BATCH-NO          TO  GLJE-BATCH-NO.
014200     MOVE GLSUS-LINE-NO           TO  GLJE-LINE-NO.
014300     MOVE GLSUS-ACCT-NO           TO  GLJE-ACCT-NO.
014700     MOVE GLSUS-CURR-CODE         TO  GLJE-CURR-CODE.
014800     MOVE GLSUS-CO-CODE           TO  GLJE-CO-CODE.
014900     MOVE GLSUS-DEPT-CODE         TO  GLJE-DEPT-CODE.
014960     MOVE GLSUS-PROJECT-CODE      TO  GLJE-PROJECT-CODE.
014970     MOVE GLSUS-TAX-CODE          TO  GLJE-TAX-CODE.
015000
015010     MOVE "P"                     TO  GLPND-STATUS-SW.
015020     ACCEPT GLPND-STATUS-DATE     FROM DATE YYYYMMDD.
015030
015040     IF  WS-JE-FOUND
015050         REWRITE GLPND-RECORD
015060     ELSE
015070         WRITE GLPND-RECORD.
015080     IF  NOT WS-JE-OK
015090         DISPLAY "GLSUSRCY - ERROR UPDATING GLTRANIN, STATUS "
015100                 WS-JE-STATUS
015110         STOP RUN.
015600 2100-EXIT.
015700     EXIT.
015800
016100*****************************************************************
016200 9000-TERMINATE.
016300     CLOSE SUS-FILE.
016310     CLOSE JE-FILE.
016500
016600     DISPLAY "GLSUSRCY - LINES RECYCLED: " WS-RECYCLE-CNT.
016700 9000-EXIT.
