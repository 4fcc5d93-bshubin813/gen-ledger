003000*  MODIFICATION HISTORY                                         *
003100*---------------------------------------------------------------*
003200*  08/13/26  MJF  ORIGINAL PROGRAM.                             *
003210*  10/15/26  MJF  APPROVING OR REJECTING A BATCH NOW STAMPS THE  *
003220*                 HEADER WITH THE DATE AND TIME OF THE DECISION. *
003230*  10/15/26  MJF  THE BATCH'S LINES ARE NOW READ BY KEY FROM THE *
003240*                 KEYED PENDING-TRANSACTION FILE (GLTRANIN,      *
003250*                 GLPNDREC) INSTEAD OF BY A PASS OF THE WHOLE    *
003260*                 FILE.                                          *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005100         FILE STATUS  IS WS-BTCH-STATUS.
005200
005300     SELECT JE-FILE    ASSIGN TO GLTRANIN
005400         ORGANIZATION IS INDEXED
005433         ACCESS       IS DYNAMIC
005466         RECORD KEY   IS GLPND-KEY
005500         FILE STATUS  IS WS-JE-STATUS.
005600
005700/
007300 FD  JE-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007550     COPY GLPNDREC.
007600     COPY GLJEREC.
007700
007800/
022200     EXIT.
022300
022400*****************************************************************
022500* 3100-LOAD-LINES - CLEAR THE SUBFILE AND LOAD THE DISPLAYED     *
022600*                   BATCH'S LINES (KEYED RANGE READ)            *
022700*****************************************************************
022800 3100-LOAD-LINES.
022900     SET IND-ON-FOR (EMPTY-SUBFILE-IN70) TO TRUE.
023800
023900     OPEN INPUT JE-FILE.
024000     MOVE SPACES                  TO  WS-JE-STATUS.
024020     MOVE WS-CUR-BATCH-NO         TO  GLPND-BATCH-NO.
024040     MOVE ZERO                    TO  GLPND-LINE-NO.
024060     START JE-FILE
024070         KEY IS NOT LESS THAN GLPND-KEY
024080         INVALID KEY
024090             MOVE "10"            TO  WS-JE-STATUS.
024100
024200     IF  NOT WS-JE-EOF
024250         PERFORM 3200-READ-NEXT-JE THRU 3200-EXIT.
024300     PERFORM 3300-SELECT-ONE      THRU 3300-EXIT
024400         UNTIL WS-JE-EOF.
024500
025100     EXIT.
025200
025300*****************************************************************
025400* 3200-READ-NEXT-JE - READ THE BATCH'S NEXT LINE STILL PENDING;  *
025450*                     THE NEXT BATCH'S FIRST LINE ENDS THE LIST *
025500*****************************************************************
025600 3200-READ-NEXT-JE.
025700     READ JE-FILE NEXT RECORD
025800         AT END
025900             MOVE "10"            TO  WS-JE-STATUS
025920             GO TO 3200-EXIT.
025930
025940     IF  GLPND-BATCH-NO IS NOT EQUAL TO WS-CUR-BATCH-NO
025950         MOVE "10"                TO  WS-JE-STATUS
025960         GO TO 3200-EXIT.
025970
025980     IF  NOT GLPND-PENDING
025990         GO TO 3200-READ-NEXT-JE.
026000 3200-EXIT.
026100     EXIT.
026200
026300*****************************************************************
026400* 3300-SELECT-ONE - WRITE ONE OF THE DISPLAYED BATCH'S LINES TO  *
026500*                   THE SUBFILE                                 *
026600*****************************************************************
026700 3300-SELECT-ONE.
027100     MULTIPLY GLJE-QTY BY GLJE-PRICE GIVING WS-LINE-EXT-AMT.
027200
027300     MOVE SPACES                  TO  WS-SFLRCD-REC.
031900
032000     MOVE "A"                     TO  GLBTCH-APPR-STATUS-SW.
032100     MOVE WS-USER-ID              TO  GLBTCH-APPROVER-ID.
032110     ACCEPT GLBTCH-APPROVED-DATE  FROM DATE YYYYMMDD.
032120     ACCEPT GLBTCH-APPROVED-TIME  FROM TIME.
032200
032300     REWRITE GLBTCH-RECORD.
032400     IF  NOT WS-BTCH-OK
035300
035400     MOVE "R"                     TO  GLBTCH-APPR-STATUS-SW.
035500     MOVE WS-USER-ID              TO  GLBTCH-APPROVER-ID.
035510     ACCEPT GLBTCH-APPROVED-DATE  FROM DATE YYYYMMDD.
035520     ACCEPT GLBTCH-APPROVED-TIME  FROM TIME.
035600
035700     REWRITE GLBTCH-RECORD.
035800     IF  NOT WS-BTCH-OK
