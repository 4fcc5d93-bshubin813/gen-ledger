000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLLOGVFY.
000300 AUTHOR.        M J FENNIMORE.
000400 INSTALLATION.  ALDON DATA PROCESSING - GENERAL LEDGER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  GLLOGVFY  -  POSTING AUDIT-LOG CHAIN VERIFICATION            *
001000*                                                               *
001100*  EVERY ROW WRITTEN TO THE POSTING AUDIT LOG IS NUMBERED AND   *
001200*  HASH-CHAINED TO THE ROW BEFORE IT BY GLLOGCHN.  THIS         *
001300*  UTILITY TAKES THE LIVE LOG (GLPSTLOG) AND THE ARCHIVE        *
001400*  (GLLOGARC) TOGETHER, SORTS THEM INTO SEQUENCE-NUMBER ORDER   *
001500*  AND WALKS THE CHAIN, REPORTING:                              *
001600*    - A GAP IN THE SEQUENCE NUMBERS (ROWS REMOVED);            *
001700*    - A ROW WHOSE HASH IS NOT THE ONE ITS CONTENTS AND THE     *
001800*      PREVIOUS ROW'S HASH GIVE (ROW ALTERED, OR THE ROW BEFORE *
001900*      IT ALTERED AND RE-HASHED);                               *
002000*    - TWO DIFFERENT ROWS CARRYING THE SAME SEQUENCE NUMBER (A  *
002100*      ROW THAT IS BOTH IN THE LIVE LOG AND THE ARCHIVE, AS     *
002200*      WHEN GLRETRVE HAS PULLED IT BACK, IS ONLY COUNTED);      *
002300*    - A ROW WITH NO SEQUENCE NUMBER LOGGED SINCE CHAINING      *
002400*      BEGAN (GLLOGCHN COULD NOT CHAIN IT, OR IT WAS INSERTED); *
002500*    - A LOG WHOSE LAST ROW IS NOT THE LAST ROW THE CHAIN       *
002600*      CONTROL ROW (GLLOGCTL) RECORDS (ROWS CUT FROM THE END).  *
002700*  ROWS LOGGED BEFORE CHAINING BEGAN ARE ONLY COUNTED.          *
002800*                                                               *
002900*  RUN IT WHEN NOTHING IS WRITING THE LOG, OR THE LAST FEW      *
003000*  ROWS MAY SHOW AGAINST THE CONTROL ROW.                       *
003100*                                                               *
003200*---------------------------------------------------------------*
003300*  MODIFICATION HISTORY                                         *
003400*---------------------------------------------------------------*
003500*  10/15/26  MJF  ORIGINAL PROGRAM.                             *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-ISERIES.
004000 OBJECT-COMPUTER.   IBM-ISERIES.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CTL-FILE   ASSIGN TO GLLOGCTL
004400         ORGANIZATION IS INDEXED
004500         ACCESS       IS RANDOM
004600         RECORD KEY   IS GLLCT-KEY
004700         FILE STATUS  IS WS-CTL-STATUS.
004800
004900     SELECT LOG-FILE   ASSIGN TO GLPSTLOG
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS  IS WS-LOG-STATUS.
005200
005300     SELECT LGA-FILE   ASSIGN TO GLLOGARC
005400         ORGANIZATION IS INDEXED
005500         ACCESS       IS DYNAMIC
005600         RECORD KEY   IS GLLAR-KEY
005700         FILE STATUS  IS WS-LGA-STATUS.
005800
005900     SELECT SORT-FILE  ASSIGN TO GLLVSRT.
006000
006100     SELECT RPT-FILE   ASSIGN TO GLLVRPTP
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS  IS WS-RPT-STATUS.
006400
006500/
006600*****************************************************************
006700* D A T A   D I V I S I O N                                     *
006800*****************************************************************
006900 DATA DIVISION.
007000 FILE SECTION.
007100
007200 FD  CTL-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY GLLCTREC.
007500
007600 FD  LOG-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900     COPY GLLOGREC.
008000
008100 FD  LGA-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY GLLAREC.
008400
008500*
008600* ONE ROW PER LOG ROW, LIVE OR ARCHIVED, IN THE GLLOGREC LAYOUT.
008700* FOR ONE SEQUENCE NUMBER THE LIVE ROW SORTS AHEAD OF THE
008800* ARCHIVED ONE.
008900*
009000 SD  SORT-FILE.
009100 01  SRT-RECORD.
009200     05  SRT-SEQ-NO             PIC 9(09).
009300     05  SRT-SOURCE             PIC X(01).
009400         88  SRT-FROM-LIVE              VALUE "L".
009500         88  SRT-FROM-ARCHIVE           VALUE "A".
009600     05  SRT-DATE               PIC 9(08).
009700     05  SRT-TIME               PIC 9(06).
009800     05  SRT-LOG-ROW            PIC X(71).
009900
010000 FD  RPT-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORDING MODE IS F.
010300     COPY GLLVPRT.
010400
010500/
010600*****************************************************************
010700* W O R K I N G   S T O R A G E   S E C T I O N                 *
010800*****************************************************************
010900 WORKING-STORAGE SECTION.
011000
011100 77  WS-CTL-STATUS              PIC X(02) VALUE SPACES.
011200     88  WS-CTL-OK                       VALUE "00".
011300
011400 77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
011500     88  WS-LOG-OK                       VALUE "00".
011600     88  WS-LOG-EOF                      VALUE "10".
011700
011800 77  WS-LGA-STATUS              PIC X(02) VALUE SPACES.
011900     88  WS-LGA-OK                       VALUE "00".
012000     88  WS-LGA-EOF                      VALUE "10".
012100
012200 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
012300
012400 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
012500     88  WS-SORT-EOF                     VALUE "Y".
012600
012700 77  WS-CTL-FOUND-SW            PIC X(01) VALUE "N".
012800     88  WS-CTL-FOUND                    VALUE "Y".
012900
013000 77  WS-ANY-CHAINED-SW          PIC X(01) VALUE "N".
013100     88  WS-ANY-CHAINED                  VALUE "Y".
013200
013300 77  WS-LOG-ID                  PIC X(08) VALUE "GLPSTLOG".
013400 77  WS-PREV-SEQ-NO             PIC 9(09) VALUE ZERO.
013500 77  WS-PREV-HASH               PIC 9(09) VALUE ZERO.
013600 77  WS-PREV-LOG-ROW            PIC X(71) VALUE SPACES.
013700 77  WS-MISSING                 PIC 9(09) VALUE ZERO.
013800
013900 77  WS-LIVE-CNT                PIC 9(09) BINARY VALUE ZERO.
014000 77  WS-ARCH-CNT                PIC 9(09) BINARY VALUE ZERO.
014100 77  WS-CHAINED-CNT             PIC 9(09) BINARY VALUE ZERO.
014200 77  WS-LEGACY-CNT              PIC 9(09) BINARY VALUE ZERO.
014300 77  WS-BOTH-CNT                PIC 9(09) BINARY VALUE ZERO.
014400 77  WS-MISSING-CNT             PIC 9(09) BINARY VALUE ZERO.
014500 77  WS-EXCEPT-CNT              PIC 9(09) BINARY VALUE ZERO.
014600
014700*---------------------------------------------------------------*
014800*  THE ROW IN HAND, IN THE LOG LAYOUT GLLOGCHN HASHES           *
014900*---------------------------------------------------------------*
015000     COPY GLLOGREC REPLACING GLLOG-RECORD     BY VFY-RECORD
015100                             GLLOG-USER-ID    BY VFY-USER-ID
015200                             GLLOG-DATE       BY VFY-DATE
015300                             GLLOG-TIME       BY VFY-TIME
015400                             GLLOG-BATCH-NO   BY VFY-BATCH-NO
015500                             GLLOG-LINE-NO    BY VFY-LINE-NO
015600                             GLLOG-ACCT-NO    BY VFY-ACCT-NO
015700                             GLLOG-DR-CR-CODE BY VFY-DR-CR-CODE
015800                             GLLOG-BAL-BEFORE BY VFY-BAL-BEFORE
015900                             GLLOG-BAL-AFTER  BY VFY-BAL-AFTER
016000                             GLLOG-SEQ-NO     BY VFY-SEQ-NO
016100                             GLLOG-CHAIN-HASH BY VFY-CHAIN-HASH.
016200
016300 01  WS-ROW-STAMP.
016400     05  WS-RS-DATE             PIC 9(08).
016500     05  WS-RS-TIME             PIC 9(06).
016600
016700 01  WS-START-STAMP.
016800     05  WS-SS-DATE             PIC 9(08) VALUE ZERO.
016900     05  WS-SS-TIME             PIC 9(06) VALUE ZERO.
017000
017100 01  WS-HEADING-LINE.
017200     05  FILLER                 PIC X(41) VALUE
017300         "SOURCE   SEQUENCE DATE     TIME   BATCH  ".
017400     05  FILLER                 PIC X(14) VALUE
017500         "LINE EXCEPTION".
017600
017700 01  WS-EXCEPT-LINE.
017800     05  WS-EXC-SOURCE          PIC X(07).
017900     05  FILLER                 PIC X(01) VALUE SPACES.
018000     05  WS-EXC-SEQ-NO          PIC Z(8)9.
018100     05  FILLER                 PIC X(01) VALUE SPACES.
018200     05  WS-EXC-DATE            PIC 9(08).
018300     05  FILLER                 PIC X(01) VALUE SPACES.
018400     05  WS-EXC-TIME            PIC 9(06).
018500     05  FILLER                 PIC X(01) VALUE SPACES.
018600     05  WS-EXC-BATCH-NO        PIC 9(06).
018700     05  FILLER                 PIC X(01) VALUE SPACES.
018800     05  WS-EXC-LINE-NO         PIC 9(04).
018900     05  FILLER                 PIC X(01) VALUE SPACES.
019000     05  WS-EXC-TEXT            PIC X(26).
019100     05  WS-EXC-COUNT           PIC Z(07).
019200
019300 01  WS-COUNT-LINE.
019400     05  WS-CNT-TEXT            PIC X(40).
019500     05  WS-CNT-VALUE           PIC Z(8)9.
019600
019700     COPY GLLCHREC.
019800
019900/
020000*****************************************************************
020100* P R O C E D U R E   D I V I S I O N                           *
020200*****************************************************************
020300 PROCEDURE DIVISION.
020400
020500*****************************************************************
020600* 0000-MAINLINE                                                 *
020700*****************************************************************
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021000     SORT SORT-FILE
021100         ON ASCENDING KEY SRT-SEQ-NO
021200         ON DESCENDING KEY SRT-SOURCE
021300         ON ASCENDING KEY SRT-DATE
021400         ON ASCENDING KEY SRT-TIME
021500         INPUT PROCEDURE IS 2000-LOAD-ROWS THRU 2000-EXIT
021600         OUTPUT PROCEDURE IS 3000-WALK-CHAIN THRU 3000-EXIT.
021700     PERFORM 8000-PRINT-VERDICT   THRU 8000-EXIT.
021800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
021900     GO TO 9999-EXIT.
022000
022100*****************************************************************
022200* 1000-INITIALIZE - READ THE CHAIN CONTROL ROW AND PRINT THE    *
022300*                   REPORT HEADINGS                             *
022400*****************************************************************
022500 1000-INITIALIZE.
022600     OPEN OUTPUT RPT-FILE.
022700
022800     MOVE SPACES                  TO  GLLVP-RECORD.
022900     MOVE "POSTING AUDIT-LOG CHAIN VERIFICATION"
023000                                  TO  GLLVP-RECORD.
023100     WRITE GLLVP-RECORD.
023200     MOVE SPACES                  TO  GLLVP-RECORD.
023300     WRITE GLLVP-RECORD.
023400
023500     OPEN INPUT  CTL-FILE.
023600     IF  WS-CTL-OK
023700         MOVE WS-LOG-ID           TO  GLLCT-LOG-ID
023800         READ CTL-FILE
023900             INVALID KEY
024000                 MOVE "23"        TO  WS-CTL-STATUS
024100         END-READ
024200         IF  WS-CTL-OK
024300             MOVE "Y"             TO  WS-CTL-FOUND-SW
024400             MOVE GLLCT-START-DATE TO WS-SS-DATE
024500             MOVE GLLCT-START-TIME TO WS-SS-TIME
024600         END-IF
024700         CLOSE CTL-FILE
024800     END-IF.
024900
025000     IF  NOT WS-CTL-FOUND
025100         DISPLAY "GLLOGVFY - NO CHAIN CONTROL ROW ON GLLOGCTL, "
025200                 "STATUS " WS-CTL-STATUS
025300         MOVE ZERO                TO  GLLCT-LAST-SEQ-NO
025400         MOVE ZERO                TO  GLLCT-LAST-HASH.
025500
025600     MOVE WS-HEADING-LINE         TO  GLLVP-RECORD.
025700     WRITE GLLVP-RECORD.
025800     MOVE SPACES                  TO  GLLVP-RECORD.
025900     WRITE GLLVP-RECORD.
026000 1000-EXIT.
026100     EXIT.
026200
026300*****************************************************************
026400* 2000-LOAD-ROWS - SORT INPUT PROCEDURE; EVERY LIVE ROW, THEN   *
026500*                  EVERY ARCHIVED ROW PUT BACK INTO THE LOG     *
026600*                  LAYOUT                                       *
026700*****************************************************************
026800 2000-LOAD-ROWS.
026900     OPEN INPUT  LOG-FILE.
027000     IF  WS-LOG-OK
027100         PERFORM 2100-RELEASE-LIVE THRU 2100-EXIT
027200             UNTIL WS-LOG-EOF
027300         CLOSE LOG-FILE
027400     ELSE
027500         DISPLAY "GLLOGVFY - ERROR OPENING GLPSTLOG, STATUS "
027600                 WS-LOG-STATUS " - LIVE LOG NOT CHECKED".
027700
027800     OPEN INPUT  LGA-FILE.
027900     IF  NOT WS-LGA-OK
028000         DISPLAY "GLLOGVFY - ERROR OPENING GLLOGARC, STATUS "
028100                 WS-LGA-STATUS " - ARCHIVE NOT CHECKED"
028200         GO TO 2000-EXIT.
028300
028400     MOVE LOW-VALUES              TO  GLLAR-KEY.
028500     START LGA-FILE
028600         KEY IS NOT LESS THAN GLLAR-KEY
028700         INVALID KEY
028800             MOVE "10"            TO  WS-LGA-STATUS.
028900
029000     PERFORM 2200-RELEASE-ARCHIVED THRU 2200-EXIT
029100         UNTIL WS-LGA-EOF.
029200     CLOSE LGA-FILE.
029300 2000-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700* 2100-RELEASE-LIVE - ONE ROW OF THE LIVE LOG                   *
029800*****************************************************************
029900 2100-RELEASE-LIVE.
030000     READ LOG-FILE
030100         AT END
030200             MOVE "10"            TO  WS-LOG-STATUS
030300             GO TO 2100-EXIT.
030400
030500     MOVE GLLOG-SEQ-NO            TO  SRT-SEQ-NO.
030600     MOVE "L"                     TO  SRT-SOURCE.
030700     MOVE GLLOG-DATE              TO  SRT-DATE.
030800     MOVE GLLOG-TIME              TO  SRT-TIME.
030900     MOVE GLLOG-RECORD            TO  SRT-LOG-ROW.
031000     RELEASE SRT-RECORD.
031100     ADD 1                        TO  WS-LIVE-CNT.
031200 2100-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600* 2200-RELEASE-ARCHIVED - ONE ROW OF THE ARCHIVE, REBUILT AS    *
031700*                         THE LOG ROW IT WAS ARCHIVED FROM      *
031800*****************************************************************
031900 2200-RELEASE-ARCHIVED.
032000     READ LGA-FILE NEXT RECORD
032100         AT END
032200             MOVE "10"            TO  WS-LGA-STATUS
032300             GO TO 2200-EXIT.
032400
032500     MOVE GLLAR-USER-ID           TO  VFY-USER-ID.
032600     MOVE GLLAR-DATE              TO  VFY-DATE.
032700     MOVE GLLAR-TIME              TO  VFY-TIME.
032800     MOVE GLLAR-BATCH-NO          TO  VFY-BATCH-NO.
032900     MOVE GLLAR-LINE-NO           TO  VFY-LINE-NO.
033000     MOVE GLLAR-ACCT-NO           TO  VFY-ACCT-NO.
033100     MOVE GLLAR-DR-CR-CODE        TO  VFY-DR-CR-CODE.
033200     MOVE GLLAR-BAL-BEFORE        TO  VFY-BAL-BEFORE.
033300     MOVE GLLAR-BAL-AFTER         TO  VFY-BAL-AFTER.
033400     MOVE GLLAR-SEQ-NO            TO  VFY-SEQ-NO.
033500     MOVE GLLAR-CHAIN-HASH        TO  VFY-CHAIN-HASH.
033600
033700     MOVE VFY-SEQ-NO              TO  SRT-SEQ-NO.
033800     MOVE "A"                     TO  SRT-SOURCE.
033900     MOVE VFY-DATE                TO  SRT-DATE.
034000     MOVE VFY-TIME                TO  SRT-TIME.
034100     MOVE VFY-RECORD              TO  SRT-LOG-ROW.
034200     RELEASE SRT-RECORD.
034300     ADD 1                        TO  WS-ARCH-CNT.
034400 2200-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800* 3000-WALK-CHAIN - SORT OUTPUT PROCEDURE; THE UNCHAINED ROWS   *
034900*                   COME FIRST, THEN THE CHAIN IN SEQUENCE      *
035000*                   ORDER; LAST, THE END OF THE CHAIN AGAINST   *
035100*                   THE CONTROL ROW                             *
035200*****************************************************************
035300 3000-WALK-CHAIN.
035400     MOVE ZERO                    TO  WS-PREV-SEQ-NO.
035500     MOVE ZERO                    TO  WS-PREV-HASH.
035600     MOVE SPACES                  TO  WS-PREV-LOG-ROW.
035700     PERFORM 3900-RETURN-SORTED   THRU 3900-EXIT.
035800
035900     PERFORM 3100-ONE-ROW         THRU 3100-EXIT
036000         UNTIL WS-SORT-EOF.
036100
036200     PERFORM 3500-CHECK-CHAIN-END THRU 3500-EXIT.
036300 3000-EXIT.
036400     EXIT.
036500
036600*****************************************************************
036700* 3100-ONE-ROW - CHECK ONE ROW AGAINST THE ROW BEFORE IT IN THE *
036800*                CHAIN                                          *
036900*****************************************************************
037000 3100-ONE-ROW.
037100     MOVE SRT-LOG-ROW             TO  VFY-RECORD.
037200
037300     IF  VFY-SEQ-NO IS EQUAL TO ZERO
037400         PERFORM 3200-UNCHAINED-ROW THRU 3200-EXIT
037500         GO TO 3100-READ-NEXT.
037600
037700     MOVE "Y"                     TO  WS-ANY-CHAINED-SW.
037800
037900*
038000* THE SAME ROW IN THE LIVE LOG AND THE ARCHIVE IS ONE ROW.
038100*
038200     IF  VFY-SEQ-NO IS EQUAL TO WS-PREV-SEQ-NO
038300         IF  VFY-RECORD IS EQUAL TO WS-PREV-LOG-ROW
038400             ADD 1                TO  WS-BOTH-CNT
038500         ELSE
038600             MOVE "DUPLICATE SEQUENCE NUMBER"
038700                                  TO  WS-EXC-TEXT
038800             MOVE ZERO            TO  WS-MISSING
038900             PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
039000         END-IF
039100         GO TO 3100-READ-NEXT.
039200
039300     ADD 1                        TO  WS-CHAINED-CNT.
039400
039500*
039600* ROWS MISSING AHEAD OF THIS ONE - ITS LINK BACK CANNOT BE
039700* PROVED, SO THE CHAIN PICKS UP AGAIN FROM ITS OWN HASH.
039800*
039900     IF  VFY-SEQ-NO IS GREATER THAN WS-PREV-SEQ-NO + 1
040000         COMPUTE WS-MISSING = VFY-SEQ-NO - WS-PREV-SEQ-NO - 1
040100         ADD WS-MISSING           TO  WS-MISSING-CNT
040200         MOVE "GAP - ROWS MISSING:"   TO  WS-EXC-TEXT
040300         PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
040400         GO TO 3100-SAVE-ROW.
040500
040600     MOVE "H"                     TO  GLLCH-FUNCTION.
040700     MOVE "N"                     TO  GLLCH-COMMIT-SW.
040800     MOVE WS-PREV-HASH            TO  GLLCH-PREV-HASH.
040900     CALL "GLLOGCHN"         USING GLLCH-AREA
041000                                   VFY-RECORD.
041100     IF  GLLCH-HASH IS NOT EQUAL TO VFY-CHAIN-HASH
041200         MOVE "ROW ALTERED OR LINK BROKEN" TO  WS-EXC-TEXT
041300         MOVE ZERO                TO  WS-MISSING
041400         PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT.
041500
041600 3100-SAVE-ROW.
041700     MOVE VFY-SEQ-NO              TO  WS-PREV-SEQ-NO.
041800     MOVE VFY-CHAIN-HASH          TO  WS-PREV-HASH.
041900     MOVE VFY-RECORD              TO  WS-PREV-LOG-ROW.
042000
042100 3100-READ-NEXT.
042200     PERFORM 3900-RETURN-SORTED   THRU 3900-EXIT.
042300 3100-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700* 3200-UNCHAINED-ROW - A ROW WITH NO SEQUENCE NUMBER: ONLY      *
042800*                      COUNTED IF IT WAS LOGGED BEFORE CHAINING *
042900*                      BEGAN, AN EXCEPTION IF SINCE             *
043000*****************************************************************
043100 3200-UNCHAINED-ROW.
043200     MOVE VFY-DATE                TO  WS-RS-DATE.
043300     MOVE VFY-TIME                TO  WS-RS-TIME.
043400
043500     IF  NOT WS-CTL-FOUND
043600         OR WS-ROW-STAMP IS LESS THAN WS-START-STAMP
043700         ADD 1                    TO  WS-LEGACY-CNT
043800         GO TO 3200-EXIT.
043900
044000     MOVE "ROW NOT CHAINED"       TO  WS-EXC-TEXT.
044100     MOVE ZERO                    TO  WS-MISSING.
044200     PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT.
044300 3200-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700* 3500-CHECK-CHAIN-END - THE LAST ROW OF THE CHAIN MUST BE THE  *
044800*                        LAST ROW THE CONTROL ROW RECORDS       *
044900*****************************************************************
045000 3500-CHECK-CHAIN-END.
045100     IF  NOT WS-CTL-FOUND
045200         IF  WS-ANY-CHAINED
045300             MOVE SPACES          TO  GLLVP-RECORD
045400             MOVE "*** NO CHAIN CONTROL ROW ON GLLOGCTL ***"
045500                                  TO  GLLVP-RECORD
045600             WRITE GLLVP-RECORD
045700             ADD 1                TO  WS-EXCEPT-CNT
045800         END-IF
045900         GO TO 3500-EXIT.
046000
046100     MOVE SPACES                  TO  WS-EXCEPT-LINE.
046200     MOVE "CONTROL"               TO  WS-EXC-SOURCE.
046300     MOVE GLLCT-LAST-SEQ-NO       TO  WS-EXC-SEQ-NO.
046400     MOVE GLLCT-LAST-DATE         TO  WS-EXC-DATE.
046500     MOVE GLLCT-LAST-TIME         TO  WS-EXC-TIME.
046600     MOVE ZERO                    TO  WS-EXC-BATCH-NO.
046700     MOVE ZERO                    TO  WS-EXC-LINE-NO.
046800
046900     IF  WS-PREV-SEQ-NO IS LESS THAN GLLCT-LAST-SEQ-NO
047000         COMPUTE WS-MISSING = GLLCT-LAST-SEQ-NO - WS-PREV-SEQ-NO
047100         ADD WS-MISSING           TO  WS-MISSING-CNT
047200         MOVE "ROWS MISSING FROM END:" TO  WS-EXC-TEXT
047300         MOVE WS-MISSING          TO  WS-EXC-COUNT
047400         GO TO 3500-PRINT.
047500
047600     IF  WS-PREV-SEQ-NO IS GREATER THAN GLLCT-LAST-SEQ-NO
047700         COMPUTE WS-MISSING = WS-PREV-SEQ-NO - GLLCT-LAST-SEQ-NO
047800         MOVE "ROWS PAST CONTROL ROW:" TO  WS-EXC-TEXT
047900         MOVE WS-MISSING          TO  WS-EXC-COUNT
048000         GO TO 3500-PRINT.
048100
048200     IF  WS-PREV-HASH IS EQUAL TO GLLCT-LAST-HASH
048300         GO TO 3500-EXIT.
048400
048500     MOVE "LAST ROW NOT CONTROL ROW"  TO  WS-EXC-TEXT.
048600
048700 3500-PRINT.
048800     MOVE WS-EXCEPT-LINE          TO  GLLVP-RECORD.
048900     WRITE GLLVP-RECORD.
049000     ADD 1                        TO  WS-EXCEPT-CNT.
049100 3500-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500* 3900-RETURN-SORTED - THE NEXT ROW IN SEQUENCE ORDER           *
049600*****************************************************************
049700 3900-RETURN-SORTED.
049800     RETURN SORT-FILE
049900         AT END
050000             MOVE "Y"             TO  WS-SORT-EOF-SW.
050100 3900-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500* 7000-PRINT-EXCEPTION - ONE EXCEPTION LINE FOR THE ROW IN HAND *
050600*                        (WS-EXC-TEXT SET BY THE CALLER, WITH   *
050700*                        WS-MISSING WHEN IT IS A GAP)           *
050800*****************************************************************
050900 7000-PRINT-EXCEPTION.
051000     IF  SRT-FROM-LIVE
051100         MOVE "LIVE"              TO  WS-EXC-SOURCE
051200     ELSE
051300         MOVE "ARCHIVE"           TO  WS-EXC-SOURCE.
051400     MOVE VFY-SEQ-NO              TO  WS-EXC-SEQ-NO.
051500     MOVE VFY-DATE                TO  WS-EXC-DATE.
051600     MOVE VFY-TIME                TO  WS-EXC-TIME.
051700     MOVE VFY-BATCH-NO            TO  WS-EXC-BATCH-NO.
051800     MOVE VFY-LINE-NO             TO  WS-EXC-LINE-NO.
051900     MOVE WS-MISSING              TO  WS-EXC-COUNT.
052000
052100     MOVE WS-EXCEPT-LINE          TO  GLLVP-RECORD.
052200     WRITE GLLVP-RECORD.
052300     ADD 1                        TO  WS-EXCEPT-CNT.
052400 7000-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800* 8000-PRINT-VERDICT - THE ROW COUNTS, THEN CLEAN OR NOT IN ONE *
052900*                      LINE                                     *
053000*****************************************************************
053100 8000-PRINT-VERDICT.
053200     MOVE SPACES                  TO  GLLVP-RECORD.
053300     WRITE GLLVP-RECORD.
053400
053500     MOVE "LIVE LOG ROWS READ"    TO  WS-CNT-TEXT.
053600     MOVE WS-LIVE-CNT             TO  WS-CNT-VALUE.
053700     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
053800     MOVE "ARCHIVED ROWS READ"    TO  WS-CNT-TEXT.
053900     MOVE WS-ARCH-CNT             TO  WS-CNT-VALUE.
054000     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
054100     MOVE "ROWS IN BOTH LIVE LOG AND ARCHIVE" TO  WS-CNT-TEXT.
054200     MOVE WS-BOTH-CNT             TO  WS-CNT-VALUE.
054300     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
054400     MOVE "CHAINED ROWS CHECKED"  TO  WS-CNT-TEXT.
054500     MOVE WS-CHAINED-CNT          TO  WS-CNT-VALUE.
054600     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
054700     MOVE "ROWS LOGGED BEFORE CHAINING BEGAN" TO  WS-CNT-TEXT.
054800     MOVE WS-LEGACY-CNT           TO  WS-CNT-VALUE.
054900     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
055000     MOVE "ROWS MISSING FROM THE CHAIN" TO  WS-CNT-TEXT.
055100     MOVE WS-MISSING-CNT          TO  WS-CNT-VALUE.
055200     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
055300     MOVE "EXCEPTIONS"            TO  WS-CNT-TEXT.
055400     MOVE WS-EXCEPT-CNT           TO  WS-CNT-VALUE.
055500     PERFORM 8100-PRINT-COUNT     THRU 8100-EXIT.
055600
055700     MOVE SPACES                  TO  GLLVP-RECORD.
055800     WRITE GLLVP-RECORD.
055900
056000     MOVE SPACES                  TO  GLLVP-RECORD.
056100     IF  WS-EXCEPT-CNT IS EQUAL TO ZERO
056200         MOVE "AUDIT LOG CHAIN VERIFIES CLEAN - NO EXCEPTIONS."
056300                                   TO  GLLVP-RECORD
056400     ELSE
056500         MOVE "*** AUDIT LOG DOES NOT VERIFY - SEE ABOVE ***"
056600                                   TO  GLLVP-RECORD.
056700     WRITE GLLVP-RECORD.
056800 8000-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200* 8100-PRINT-COUNT - ONE LINE OF THE ROW COUNTS                 *
057300*****************************************************************
057400 8100-PRINT-COUNT.
057500     MOVE WS-COUNT-LINE           TO  GLLVP-RECORD.
057600     WRITE GLLVP-RECORD.
057700 8100-EXIT.
057800     EXIT.
057900
058000*****************************************************************
058100* 9000-TERMINATE - CLOSE THE REPORT AND DISPLAY THE RUN SUMMARY *
058200*****************************************************************
058300 9000-TERMINATE.
058400     CLOSE RPT-FILE.
058500
058600     DISPLAY "GLLOGVFY - ROWS CHECKED:      " WS-CHAINED-CNT.
058700     DISPLAY "GLLOGVFY - ROWS MISSING:      " WS-MISSING-CNT.
058800     DISPLAY "GLLOGVFY - EXCEPTIONS:        " WS-EXCEPT-CNT.
058900 9000-EXIT.
059000     EXIT.
059100
059200 9999-EXIT.
059300     STOP RUN.
