002730*                 THE BROWSE NOW CONTINUES INTO THE ARCHIVE      *
002740*                 (GLLOGARC) TRANSPARENTLY, MARKING ARCHIVED     *
002750*                 ROWS "A" ON THE SUBFILE.                       *
002760*  10/15/26  MJF  THE ARCHIVE BROWSE STARTS AT SEQUENCE ZERO NOW *
002770*                 THAT THE CHAIN SEQUENCE NUMBER ENDS THE        *
002780*                 GLLOGARC KEY.                                  *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
025810     MOVE ZERO                    TO  GLLAR-TIME.
025811     MOVE ZERO                    TO  GLLAR-BATCH-NO.
025812     MOVE ZERO                    TO  GLLAR-LINE-NO.
025813     MOVE ZERO                    TO  GLLAR-SEQ-NO.
025814     START LGA-FILE
025815         KEY IS NOT LESS THAN GLLAR-KEY
025816         INVALID KEY
025817             MOVE "10"            TO  WS-LGA-STATUS.
025818
025819     PERFORM 3550-SELECT-ONE-ARCH THRU 3550-EXIT
025820         UNTIL WS-LGA-EOF.
025821 3500-EXIT.
025822     EXIT.
025823
025824*****************************************************************
025825* 3550-SELECT-ONE-ARCH - ONE ARCHIVED AUDIT ROW AGAINST THE     *
025826*                        KEYED SELECTIONS                       *
025827*****************************************************************
025828 3550-SELECT-ONE-ARCH.
025829     READ LGA-FILE NEXT RECORD
025830         AT END
025831             MOVE "10"            TO  WS-LGA-STATUS
025832             GO TO 3550-EXIT.
025833
025834     IF  WS-SEL-TO-DATE IS GREATER THAN ZERO
025835     AND GLLAR-DATE IS GREATER THAN WS-SEL-TO-DATE
025836         MOVE "10"                TO  WS-LGA-STATUS
025837         GO TO 3550-EXIT.
025838
025839     IF  WS-SEL-USER-ID IS NOT EQUAL TO SPACES
025840     AND GLLAR-USER-ID IS NOT EQUAL TO WS-SEL-USER-ID
025841         GO TO 3550-EXIT.
025842
025843     IF  WS-SEL-ACCT-NO IS GREATER THAN ZERO
025844     AND GLLAR-ACCT-NO IS NOT EQUAL TO WS-SEL-ACCT-NO
025845         GO TO 3550-EXIT.
025846
025847     IF  WS-SEL-BATCH-NO IS GREATER THAN ZERO
025848     AND GLLAR-BATCH-NO IS NOT EQUAL TO WS-SEL-BATCH-NO
025849         GO TO 3550-EXIT.
025850
025851     PERFORM 3600-WRITE-ARCH-LINE THRU 3600-EXIT.
025852 3550-EXIT.
025853     EXIT.
025854
025855*****************************************************************
025856* 3600-WRITE-ARCH-LINE - ONE ARCHIVED ROW TO THE SUBFILE,       *
025857*                        MARKED "A" SO THE OPERATOR KNOWS       *
025858*                        WHICH SIDE OF THE RETENTION LINE IT    *
025859*                        CAME FROM                              *
025860*****************************************************************
025861 3600-WRITE-ARCH-LINE.
025862     MOVE SPACES                  TO  WS-SFLRCD-REC.
025863     MOVE GLLAR-USER-ID           TO  SFL-USER-ID.
025864     MOVE GLLAR-DATE              TO  SFL-DATE.
025865     MOVE GLLAR-TIME              TO  SFL-TIME.
025866     MOVE GLLAR-BATCH-NO          TO  SFL-BATCH-NO.
025867     MOVE GLLAR-LINE-NO           TO  SFL-LINE-NO.
025868     MOVE GLLAR-ACCT-NO           TO  SFL-ACCT-NO.
025869     MOVE GLLAR-DR-CR-CODE        TO  SFL-DR-CR-CODE.
025870     MOVE GLLAR-BAL-BEFORE        TO  SFL-BAL-BEFORE.
025871     MOVE GLLAR-BAL-AFTER         TO  SFL-BAL-AFTER.
025872     MOVE "A"                     TO  SFL-ARCH-SW.
025873
025874     ADD 1                        TO  SUBFILE-RRN.
025875     WRITE SUBFILE SCREEN-REC FROM WS-SFLRCD-REC
025876         FORMAT IS "SFLRCD"
025877         INDICATORS ARE IN-CONTROL.
025878     ADD 1                        TO  WS-LINE-CNT.
025879 3600-EXIT.
025880     EXIT.
025900
026000*****************************************************************
026100* 9000-TERMINATE - CLOSE THE SCREEN FILE                         *
