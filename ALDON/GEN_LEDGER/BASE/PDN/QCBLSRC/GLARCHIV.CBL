002700*  MODIFICATION HISTORY                                         *
002800*---------------------------------------------------------------*
002900*  08/20/26  MJF  ORIGINAL PROGRAM.                             *
002910*  10/15/26  MJF  A FAILED ARCHIVE OR PURGE WRITE NOW RAISES A   *
002920*                 RUN-FAILURE OPERATOR ALERT THROUGH GLALERT     *
002930*                 BEFORE THE RUN STOPS.                          *
002940*  10/15/26  MJF  ARCHIVED AUDIT ROWS KEEP THEIR CHAIN SEQUENCE  *
002950*                 NUMBER AND HASH, AND THE SEQUENCE NUMBER NOW   *
002960*                 ENDS THE GLLOGARC KEY SO NO ROW OVERLAYS       *
002970*                 ANOTHER.                                       *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
011800                   ==GLLOG-ACCT-NO==    BY ==NEW-ACCT-NO==
011900                   ==GLLOG-DR-CR-CODE== BY ==NEW-DR-CR-CODE==
012000                   ==GLLOG-BAL-BEFORE== BY ==NEW-BAL-BEFORE==
012100                   ==GLLOG-BAL-AFTER==  BY ==NEW-BAL-AFTER==
012110                   ==GLLOG-SEQ-NO==     BY ==NEW-SEQ-NO==
012120                   ==GLLOG-CHAIN-HASH== BY ==NEW-CHAIN-HASH==.
012200
012300 FD  RPT-FILE
012400     LABEL RECORDS ARE STANDARD
015900 77  WS-HST-KEPT-CNT            PIC 9(07) BINARY VALUE ZERO.
016000 77  WS-LOG-MOVED-CNT           PIC 9(07) BINARY VALUE ZERO.
016100 77  WS-LOG-KEPT-CNT            PIC 9(07) BINARY VALUE ZERO.
016110
016120 77  WS-ALERT-EVENT             PIC X(04) VALUE SPACES.
016130 77  WS-ALERT-PGM               PIC X(10) VALUE "GLARCHIV".
016140 77  WS-ALERT-CNT               PIC 9(07) VALUE ZERO.
016150 77  WS-ALERT-TEXT              PIC X(60) VALUE SPACES.
016200
016300 01  WS-COUNT-LINE.
016400     05  WS-CNT-LABEL           PIC X(30).
026300     IF  NOT WS-HSA-OK
026400         DISPLAY "GLARCHIV - ERROR WRITING GLHSTARC, STATUS "
026500                 WS-HSA-STATUS
026600         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
026700
026800     DELETE HST-FILE.
026900     IF  NOT WS-HST-OK
027000         DISPLAY "GLARCHIV - ERROR DELETING GLHIST, STATUS "
027100                 WS-HST-STATUS
027200         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
027300
027400     ADD 1                        TO  WS-HST-MOVED-CNT.
027500 2100-EXIT.
030100         IF  NOT WS-NEW-OK
030200             DISPLAY "GLARCHIV - ERROR WRITING GLLOGNEW, "
030300                     "STATUS " WS-NEW-STATUS
030400             PERFORM 9500-FAIL-RUN THRU 9500-EXIT
030500         END-IF
030600         ADD 1                    TO  WS-LOG-KEPT-CNT
030700         GO TO 3100-EXIT.
031500     MOVE GLLOG-DR-CR-CODE        TO  GLLAR-DR-CR-CODE.
031600     MOVE GLLOG-BAL-BEFORE        TO  GLLAR-BAL-BEFORE.
031700     MOVE GLLOG-BAL-AFTER         TO  GLLAR-BAL-AFTER.
031710     MOVE GLLOG-SEQ-NO            TO  GLLAR-SEQ-NO.
031720     MOVE GLLOG-CHAIN-HASH        TO  GLLAR-CHAIN-HASH.
031800
031900     WRITE GLLAR-RECORD.
032000     IF  WS-LGA-STATUS IS EQUAL TO "22"
032200     IF  NOT WS-LGA-OK
032300         DISPLAY "GLARCHIV - ERROR WRITING GLLOGARC, STATUS "
032400                 WS-LGA-STATUS
032500         PERFORM 9500-FAIL-RUN THRU 9500-EXIT.
032600
032700     ADD 1                        TO  WS-LOG-MOVED-CNT.
032800 3100-EXIT.
037400             WS-LOG-MOVED-CNT.
037500 9000-EXIT.
037600     EXIT.
037605
037610*****************************************************************
037615* 9500-FAIL-RUN - AN ARCHIVE OR PURGE WRITE FAILED (ALREADY ON  *
037620*                 THE JOB LOG): ALERT THE OPERATORS AND STOP    *
037625*****************************************************************
037630 9500-FAIL-RUN.
037635     MOVE "FAIL"                  TO  WS-ALERT-EVENT.
037640     MOVE 1                       TO  WS-ALERT-CNT.
037645     MOVE "ARCHIVE/PURGE FAILED AND STOPPED - SEE THE JOB LOG"
037650                                  TO  WS-ALERT-TEXT.
037655     CALL "GLALERT"          USING WS-ALERT-EVENT
037660                                   WS-ALERT-PGM
037665                                   WS-ALERT-CNT
037670                                   WS-ALERT-TEXT.
037675     STOP RUN.
037680 9500-EXIT.
037685     EXIT.
037700
037800 9999-EXIT.
037900     STOP RUN.
