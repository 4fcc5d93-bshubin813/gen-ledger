003400*  MODIFICATION HISTORY                                         *
003500*---------------------------------------------------------------*
003600*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003625*  10/15/26  MJF  THE CONTRA BATCH CARRIES THE ORIGINAL BATCH'S  *
003650*                 BOOK CODE, SO A PARALLEL-BOOK ADJUSTMENT       *
003675*                 REVERSES IN ITS OWN BOOK.                      *
003683*  10/15/26  MJF  THE REVERSING LINE CARRIES THE ORIGINAL LINE'S *
003691*                 PROJECT CODE.                                  *
003692*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION  *
003693*                 FILE (GLPNDREC); GENERATED LINES ARE WRITTEN   *
003694*                 TO IT AT STATUS PENDING INSTEAD OF BEING       *
003695*                 APPENDED.                                      *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
005400         FILE STATUS  IS WS-BTCH-STATUS.
005500
005600     SELECT JE-FILE    ASSIGN TO GLTRANIN
005700         ORGANIZATION IS INDEXED
005733         ACCESS       IS DYNAMIC
005766         RECORD KEY   IS GLPND-KEY
005800         FILE STATUS  IS WS-JE-STATUS.
005900
006000/
007500 FD  JE-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007750     COPY GLPNDREC.
007800     COPY GLJEREC.
007900
008000/
009800 77  WS-NEXT-BATCH-NO           PIC 9(06) VALUE ZERO.
009900 77  WS-NEW-BATCH-NO            PIC 9(06) VALUE ZERO.
010000 77  WS-ORIG-CO-CODE            PIC X(03) VALUE SPACES.
010050 77  WS-ORIG-BOOK-CODE          PIC X(02) VALUE SPACES.
010100
010200 77  WS-LINE-EXT-AMT            PIC S9(09)V99 COMP-3 VALUE ZERO.
010300 77  WS-BATCH-TOTAL-DR          PIC S9(09)V99 COMP-3 VALUE ZERO.
014500     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
014600     OPEN INPUT  HST-FILE.
014700     OPEN I-O    BTCH-FILE.
014800     OPEN I-O    JE-FILE.
014900
015000     PERFORM 1100-FIND-NEXT-BATCH-NO THRU 1100-EXIT.
015100 1000-EXIT.
019000         STOP RUN.
019100
019200     MOVE GLBTCH-CO-CODE          TO  WS-ORIG-CO-CODE.
019250     MOVE GLBTCH-BOOK-CODE        TO  WS-ORIG-BOOK-CODE.
019300
019400     ADD 1                        TO  WS-NEXT-BATCH-NO.
019500     MOVE WS-NEXT-BATCH-NO        TO  WS-NEW-BATCH-NO.
024500     MOVE GLHST-QTY               TO  GLJE-QTY.
024600     MOVE GLHST-PRICE             TO  GLJE-PRICE.
024650     MOVE GLHST-DOC-REF           TO  GLJE-DOC-REF.
024660     MOVE GLHST-PROJECT-CODE      TO  GLJE-PROJECT-CODE.
024670     MOVE GLHST-TAX-CODE          TO  GLJE-TAX-CODE.
024700
024733     MOVE "P"                     TO  GLPND-STATUS-SW.
024766     MOVE WS-RUN-DATE             TO  GLPND-STATUS-DATE.
024800     WRITE GLPND-RECORD.
024900     IF  NOT WS-JE-OK
025000         DISPLAY "GLCORREV - ERROR WRITING GLTRANIN, STATUS "
025100                 WS-JE-STATUS
028600     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
028700     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
028800     MOVE "RVSL"                  TO  GLBTCH-SOURCE-CODE.
028850     MOVE WS-ORIG-BOOK-CODE       TO  GLBTCH-BOOK-CODE.
028900
029000     WRITE GLBTCH-RECORD.
029100     IF  NOT WS-BTCH-OK
