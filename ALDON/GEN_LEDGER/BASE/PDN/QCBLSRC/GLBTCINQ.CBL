001200*  NUMBER, THE CONTROL FORMAT SHOWS THE HEADER'S APPROVAL AND   *
001300*  BALANCE STATE, WHO ENTERED AND APPROVED IT AND ITS TOTALS,   *
001400*  AND THE SUBFILE LISTS EVERY LINE BY WHERE IT STANDS:         *
001500*    WAIT - STILL PENDING IN GLTRANIN;                          *
001600*    SUSP - REJECTED TO SUSPENSE, WITH ITS REASON;              *
001700*    POST - POSTED TO THE GL HISTORY, WITH ITS AMOUNT.          *
001800*                                                               *
003300*  MODIFICATION HISTORY                                         *
003400*---------------------------------------------------------------*
003500*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003510*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION *
003520*                 FILE (GLPNDREC).  A BATCH'S WAITING LINES ARE *
003530*                 READ BY KEY, AND ONLY LINES STILL PENDING ARE *
003540*                 LISTED OR COUNTED.                            *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005400         FILE STATUS  IS WS-BTCH-STATUS.
005500
005600     SELECT JE-FILE    ASSIGN TO GLTRANIN
005700         ORGANIZATION IS INDEXED
005733         ACCESS       IS DYNAMIC
005766         RECORD KEY   IS GLPND-KEY
005800         FILE STATUS  IS WS-JE-STATUS.
005900
006000     SELECT SUS-FILE   ASSIGN TO GLSUSPNS
008800 FD  JE-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009050     COPY GLPNDREC.
009100     COPY GLJEREC.
009200
009300 FD  SUS-FILE
029600     EXIT.
029700
029800*****************************************************************
029900* 3100-LIST-WAITING - THE BATCH'S LINES STILL PENDING IN        *
030000*                     GLTRANIN (KEYED RANGE READ)               *
030100*****************************************************************
030200 3100-LIST-WAITING.
030300     OPEN INPUT JE-FILE.
030400     MOVE SPACES                  TO  WS-JE-STATUS.
030420     MOVE CTL-BATCH-NO            TO  GLPND-BATCH-NO.
030440     MOVE ZERO                    TO  GLPND-LINE-NO.
030450     START JE-FILE
030460         KEY IS NOT LESS THAN GLPND-KEY
030470         INVALID KEY
030480             MOVE "10"            TO  WS-JE-STATUS.
030490
030500     PERFORM 3200-ONE-WAITING-LINE THRU 3200-EXIT
030600         UNTIL WS-JE-EOF.
030700     CLOSE JE-FILE.
030900     EXIT.
031000
031100*****************************************************************
031200* 3200-ONE-WAITING-LINE - ONE GLTRANIN LINE OF THE BATCH; ONE    *
031250*                         ALREADY POSTED OR REJECTED IS LISTED  *
031270*                         FROM HISTORY OR SUSPENSE INSTEAD      *
031300*****************************************************************
031400 3200-ONE-WAITING-LINE.
031500     READ JE-FILE NEXT RECORD
031600         AT END
031700             MOVE "10"            TO  WS-JE-STATUS
031800             GO TO 3200-EXIT.
031900
032000     IF  GLJE-BATCH-NO IS NOT EQUAL TO CTL-BATCH-NO
032050         MOVE "10"                TO  WS-JE-STATUS
032100         GO TO 3200-EXIT.
032120
032140     IF  NOT GLPND-PENDING
032160         GO TO 3200-EXIT.
032200
032300     MOVE SPACES                  TO  WS-SFLRCD-REC.
032400     MOVE "WAIT"                  TO  SFL-TAG.
044700     EXIT.
044800
044900*****************************************************************
045000* 5100-COLLECT-TRANIN - THE DISTINCT BATCH NUMBERS STILL        *
045100*                       PENDING IN GLTRANIN                     *
045200*****************************************************************
045300 5100-COLLECT-TRANIN.
045400     MOVE ZERO                    TO  WS-UP-CNT.
046100     EXIT.
046200
046300*****************************************************************
046400* 5200-ONE-TRANIN-LINE - NOTE ONE PENDING LINE'S BATCH NUMBER   *
046500*****************************************************************
046600 5200-ONE-TRANIN-LINE.
046700     READ JE-FILE NEXT RECORD
046800         AT END
046900             MOVE "10"            TO  WS-JE-STATUS
047000             GO TO 5200-EXIT.
047020
047040     IF  NOT GLPND-PENDING
047060         GO TO 5200-EXIT.
047100
047200     MOVE "N"                     TO  WS-UP-FOUND-SW.
047300     PERFORM 5250-MATCH-UP-ENTRY  THRU 5250-EXIT
