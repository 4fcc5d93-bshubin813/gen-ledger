002801*                 BACKOUT POSTS INTO THE PERIOD IN WHICH IT IS   *
002802*                 GENERATED INSTEAD OF REJECTING INTO SUSPENSE   *
002803*                 WHEN THE ORIGINAL PERIOD HAS SINCE CLOSED.     *
002804*  10/15/26  MJF  THE REVERSAL BATCH CARRIES THE ORIGINAL        *
002805*                 BATCH'S BOOK CODE, SO A PARALLEL-BOOK          *
002806*                 ADJUSTMENT REVERSES IN ITS OWN BOOK.           *
002853*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-ISERIES.
011025 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
011030 77  WS-ORIG-TOTAL-DR           PIC S9(09)V99 COMP-3 VALUE ZERO.
011040 77  WS-ORIG-TOTAL-CR           PIC S9(09)V99 COMP-3 VALUE ZERO.
011070 77  WS-ORIG-BOOK-CODE          PIC X(02) VALUE SPACES.
011100
011200 77  WS-BATCH-CNT               PIC 9(07) BINARY VALUE ZERO.
011300 77  WS-LINE-CNT                PIC 9(07) BINARY VALUE ZERO.
022610     MOVE GLBTCH-ENTRY-DATE       TO  WS-ORIG-ENTRY-DATE.
022620     MOVE GLBTCH-TOTAL-DR         TO  WS-ORIG-TOTAL-DR.
022630     MOVE GLBTCH-TOTAL-CR         TO  WS-ORIG-TOTAL-CR.
022635     MOVE GLBTCH-BOOK-CODE        TO  WS-ORIG-BOOK-CODE.
022640
022650     MOVE "Y"                     TO  GLBTCH-REVERSED-SW.
022660     REWRITE GLBTCH-RECORD.
025320     MOVE "SYSTEM"                TO  GLBTCH-APPROVER-ID.
025330     MOVE "SYSTEM"                TO  GLBTCH-ENTERED-BY.
025340     MOVE "RVSL"                  TO  GLBTCH-SOURCE-CODE.
025420     MOVE WS-ORIG-BOOK-CODE       TO  GLBTCH-BOOK-CODE.
025500
025600     WRITE GLBTCH-RECORD.
025650     IF  NOT WS-BTCH-OK
027600     MOVE SRT-PRICE               TO  GLJE-PRICE.
027650     MOVE SRT-DEPT-CODE           TO  GLJE-DEPT-CODE.
027660     MOVE SPACES                  TO  GLJE-DOC-REF.
027670     MOVE SPACES                  TO  GLJE-PROJECT-CODE.
027680     MOVE SPACES                  TO  GLJE-TAX-CODE.
027700
027800     WRITE GLJE-RECORD.
027810     IF  WS-REV-STATUS IS NOT EQUAL TO "00"
