002000*  BE QUEUED; THE PROGRAM NAME IS EDITED AGAINST THAT LIST AT   *
002100*  THE DOOR.  THE NIGHTLY STREAM STEP GLRRQRUN WORKS THE        *
002200*  QUEUE.  PF3 EXITS.                                           *
002210*  A GLJETEST REQUEST ALSO CARRIES THE JOURNAL-ENTRY TESTING    *
002220*  CRITERIA KEYED ON THE SCREEN; ZERO TAKES THE REPORT DEFAULT. *
002300*                                                               *
002400*  THIS PROGRAM FOLLOWS THE SAME WORKSTATION-FILE/EXTERNALLY-   *
002500*  DESCRIBED-SCREEN CONVENTION GLCOAMNT USES.                   *
002800*  MODIFICATION HISTORY                                         *
002900*---------------------------------------------------------------*
003000*  09/01/26  MJF  ORIGINAL PROGRAM.                             *
003033*  10/15/26  MJF  THE BOOK CODE ENTERED ON THE SCREEN NOW QUEUES *
003066*                 WITH THE REQUEST.                              *
003074*  10/15/26  MJF  GLJETEST MAY BE QUEUED; ITS JOURNAL-ENTRY      *
003082*                 TESTING CRITERIA ARE KEYED ON THE SCREEN AND   *
003090*                 QUEUE WITH THE REQUEST.                        *
003093*  10/15/26  MJF  GLPRJRPT, THE PROJECT COST REPORT, MAY BE      *
003096*                 QUEUED.                                        *
003097*  10/15/26  MJF  GLPROFTB, THE PRO-FORMA TRIAL BALANCE, MAY BE  *
003098*                 QUEUED.                                        *
003099*  10/15/26  MJF  GLCOLIS, THE COLUMNAR INCOME STATEMENT, MAY BE *
003100*                 QUEUED; ITS COLUMN BASIS, HIERARCHY NODE AND   *
003101*                 DELIMITED-FILE SWITCH ARE KEYED ON THE SCREEN  *
003134*                 AND QUEUE WITH THE REQUEST.                    *
003144*  10/15/26  MJF  GLVATRPT, THE INDIRECT TAX RETURN, MAY BE      *
003154*                 QUEUED.                                        *
003158*  10/15/26  MJF  GLFLXRPT, THE PERIOD FLUX ANALYSIS PACKAGE,    *
003162*                 MAY BE QUEUED.                                 *
003167*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-ISERIES.
010900     05  FILLER                 PIC X(10) VALUE "GLDEPROL".
011000     05  FILLER                 PIC X(10) VALUE "GLRTORPT".
011100     05  FILLER                 PIC X(10) VALUE "GLTAXRPT".
011110     05  FILLER                 PIC X(10) VALUE "GLJETEST".
011120     05  FILLER                 PIC X(10) VALUE "GLPRJRPT".
011130     05  FILLER                 PIC X(10) VALUE "GLPROFTB".
011140     05  FILLER                 PIC X(10) VALUE "GLCOLIS".
011150     05  FILLER                 PIC X(10) VALUE "GLVATRPT".
011160     05  FILLER                 PIC X(10) VALUE "GLFLXRPT".
011200 01  WS-PGM-TABLE-R             REDEFINES WS-PGM-TABLE.
011300     05  WS-PGM-NAME            OCCURS 13 TIMES
011400                                PIC X(10).
011500
011600/
021500     MOVE "N"                     TO  WS-PGM-VALID-SW.
021600     PERFORM 3100-MATCH-ONE-PGM   THRU 3100-EXIT
021700         VARYING WS-PGM-IX FROM 1 BY 1
021800         UNTIL WS-PGM-IX IS GREATER THAN 13
021900         OR    WS-PGM-IS-VALID.
022000
022100     IF  NOT WS-PGM-IS-VALID
023100     MOVE RRQ-ACCT-TO             TO  GLRRQ-ACCT-TO.
023200     MOVE RRQ-PERIOD-FROM         TO  GLRRQ-PERIOD-FROM.
023300     MOVE RRQ-PERIOD-TO           TO  GLRRQ-PERIOD-TO.
023350     MOVE RRQ-BOOK-CODE           TO  GLRRQ-BOOK-CODE.
023358     MOVE RRQ-ROUND-AMT           TO  GLRRQ-JE-ROUND-AMT.
023366     MOVE RRQ-MINUTES             TO  GLRRQ-JE-MINUTES.
023374     MOVE RRQ-RARE-CNT            TO  GLRRQ-JE-RARE-CNT.
023382     MOVE RRQ-DAY-START           TO  GLRRQ-JE-DAY-START.
023390     MOVE RRQ-DAY-END             TO  GLRRQ-JE-DAY-END.
023400     MOVE WS-USER-ID              TO  GLRRQ-USER-ID.
023410     MOVE RRQ-COL-BASIS           TO  GLRRQ-COL-BASIS.
023420     MOVE RRQ-COL-NODE            TO  GLRRQ-COL-NODE.
023430     MOVE RRQ-COL-FILE-SW         TO  GLRRQ-COL-FILE-SW.
023500     MOVE "P"                     TO  GLRRQ-STATUS-SW.
023600     MOVE ZERO                    TO  GLRRQ-RUN-DATE.
023700     MOVE ZERO                    TO  GLRRQ-RUN-TIME.
