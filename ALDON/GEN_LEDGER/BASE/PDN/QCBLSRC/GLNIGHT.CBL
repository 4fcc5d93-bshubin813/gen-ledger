002500*  (OR INSTEAD OF) A FAILED EDIT.                                *
002510*                                                                *
002520*  EACH STEP RUNS THROUGH THE CL WRAPPER GLNIGHTC, WHICH         *
002527*  HANDLES THE BETWEEN-STEP FILE MERGES (GLRECOUT/GLREVOUT       *
002534*  INTO THE KEYED GLTRANIN) THAT THE OLD SEPARATELY-SUBMITTED    *
002541*  JOBS DID BETWEEN THEMSELVES, THEN CALLS THE STEP PROGRAM.     *
002548*  GLICBAL AND GLSUSRCY WRITE STRAIGHT INTO GLTRANIN, SO NO      *
002555*  FILE IS SWAPPED BACK IN BETWEEN STEPS.                        *
002565*                                                                *
002570*  WHEN THE POSTING PARTITION FILE (GLPSTPTN) HOLDS ACTIVE       *
002575*  PARTITIONS, THE GLPOST STEP IS RUN AS ONE SUBMITTED JOB PER   *
002580*  PARTITION (THROUGH THE CL GLPOSTPC), THE STREAM WAITS FOR     *
002585*  THEM ALL TO END, AND GLPSTCON PROVES THEIR RESULTS BACK INTO  *
002590*  ONE NIGHT BEFORE THE STEP IS MARKED COMPLETE.                 *
002591*                                                                *
002592*  THE JOURNALING GATE STEP (GLJRNGAT) RUNS BETWEEN GLEDIT AND   *
002593*  GLPOST AND RETURNS HOW MANY OF THE FILES GLPOST AND GLCLOSE   *
002594*  UPDATE ARE NOT JOURNALED TO THE JOURNAL THE ANALYSIS LIBRARY  *
002595*  ASSIGNS THEM.  WHILE THAT COUNT IS NOT ZERO THE POSTING STEP  *
002596*  IS MARKED STOPPED WITH THE REASON ON ITS RUN-CONTROL ROW AND  *
002597*  THE STREAM ENDS THERE, SO COMMITMENT CONTROL NEVER POSTS      *
002598*  OVER A FILE IT CANNOT ROLL BACK.                              *
002600*                                                               *
002700*---------------------------------------------------------------*
002800*  MODIFICATION HISTORY                                         *
003862*                 THE PERIOD'S LAST BUSINESS DAY APPENDS THE     *
003871*                 MONTH-END STEPS (GLREVAL, GLCLOSE "M")         *
003880*                 AUTOMATICALLY.                                 *
003881*  10/15/26  MJF  THE POSITIVE-PAY STEP (GLPOSPAY) NOW RUNS      *
003882*                 AFTER GLTRIAL, SENDING THE BANK THE NIGHT'S    *
003883*                 ISSUED AND VOIDED CHECKS; GLRRQRUN MOVES TO    *
003884*                 STEP EIGHT AND THE MONTH-END STEPS TO NINE     *
003885*                 AND TEN.                                       *
003886*  10/15/26  MJF  THE REPORT SELECTION AREA NOW CARRIES A BOOK   *
003887*                 CODE, LEFT BLANK SO THE NIGHTLY REPORTS PRINT  *
003888*                 THE BASE LEDGER.                               *
003890*  10/15/26  MJF  THE REPORT SELECTION AREA NOW CARRIES THE      *
003892*                 JOURNAL-ENTRY TESTING CRITERIA, CLEARED TO     *
003894*                 ZERO (DEFAULTS) FOR THE STREAM.                *
003904*  10/15/26  MJF  THE DRIVER NOW RAISES OPERATOR ALERTS THROUGH  *
003914*                 GLALERT: A GATE STOP OR REFUSED RUN DATE, A    *
003924*                 STEP RESTARTED AFTER IT DIED IN PROGRESS, AND  *
003934*                 EVERY STEP'S RUN TIME FOR THE STEP'S LATE-END  *
003944*                 RULE.                                          *
003945*  10/15/26  MJF  WHEN GLPSTPTN HOLDS ACTIVE POSTING PARTITIONS, *
003946*                 THE GLPOST STEP NOW SUBMITS ONE JOB PER        *
003947*                 PARTITION THROUGH GLPOSTPC, WAITS FOR THEM     *
003948*                 ALL, AND HAS GLPSTCON PROVE THEM BACK INTO ONE *
003949*                 NIGHT; AN UNPROVEN NIGHT STOPS THE STREAM.     *
003950*  10/15/26  MJF  THE NIGHTLY REPORTS RUN FOR NO USER (GLRQS-    *
003951*                 USER-ID BLANK), SO RESTRICTED ACCOUNT RANGES   *
003952*                 ARE ALWAYS SUMMARIZED IN THEM.                 *
003953*  10/15/26  MJF  THE DATA-WAREHOUSE FEED STEP (GLDWFEED) NOW    *
003954*                 RUNS AFTER GLPOSPAY, SENDING THE WAREHOUSE     *
003955*                 WHAT CHANGED SINCE ITS LAST SEND; GLRRQRUN     *
003956*                 MOVES TO STEP NINE AND THE MONTH-END STEPS TO  *
003957*                 TEN AND ELEVEN.                                *
003958*  10/15/26  MJF  THE BALANCE THRESHOLD MONITOR (GLTHRMON) NOW   *
003959*                 RUNS AFTER GLTRIAL; GLPOSPAY, GLDWFEED AND     *
003960*                 GLRRQRUN MOVE TO STEPS EIGHT TO TEN AND THE    *
003961*                 MONTH-END STEPS TO ELEVEN AND TWELVE.          *
003962*  10/15/26  MJF  THE COLUMN SELECTIONS OF THE SELECTION AREA    *
003969*                 (GLRQS-COL-*) ARE CLEARED FOR THE NIGHTLY      *
003977*                 REPORTS.                                       *
003978*  10/15/26  MJF  A REPORT STEP WITH DISTRIBUTION ROWS           *
003979*                 (GLDSTREC) IS BURST BY GLRPTDST INTO ONE       *
003980*                 SPOOLED COPY PER RECIPIENT.                    *
003981*  10/15/26  MJF  A SUBMITTED PARTITION ROW STARTS WITH A ZERO   *
003982*                 GENERATED TAX LINE COUNT.                      *
003983*  10/15/26  MJF  THE STREAM NOTES NOW DESCRIBE THE KEYED        *
003984*                 GLTRANIN: GLNIGHTC NO LONGER SWAPS GLICOUT     *
003985*                 BACK IN OR MERGES GLSUSOUT.                    *
003986*  10/15/26  MJF  THE JOURNALING GATE STEP (GLJRNGAT) NOW RUNS   *
003987*                 BETWEEN GLEDIT AND GLPOST; POSTING IS HELD,    *
003988*                 WITH THE REASON ON GLSTREAM, WHILE ANY LEDGER  *
003989*                 FILE IS NOT JOURNALED AS ASSIGNED; GLPOST      *
003990*                 MOVES TO STEP SIX AND THE MONTH-END STEPS TO   *
003991*                 TWELVE AND THIRTEEN.                           *
003992*  10/15/26  MJF  A SITE WITHOUT THE POSTING PARTITION FILES     *
003993*                 (GLPSTPTN/GLPSTPTR) NOW RUNS GLPOST AS ONE     *
003994*                 STEP INSTEAD OF LOOPING ON THE FAILED OPEN;    *
003995*                 THE PARTITION READ LOOPS END ON ANY NON-ZERO   *
003996*                 STATUS.                                        *
003997*  10/15/26  MJF  THE PARTITION RESULT ROWS ARE POLLED THROUGH   *
003998*                 AN INPUT-ONLY OPEN OF GLPSTPTR SO NO ROW IS    *
003999*                 LEFT LOCKED, A FAILED GLPSTPTR READ OR REWRITE *
004000*                 STOPS THE RUN, AND A PROVEN PARTITIONED NIGHT  *
004001*                 HAS ITS PARTITIONS' GLPSTOUT MEMBERS MERGED    *
004002*                 INTO GLPSTOUT FOR THE STEPS AFTER GLPOST.      *
004012*****************************************************************
004022 ENVIRONMENT DIVISION.
004032 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-ISERIES.
004200 OBJECT-COMPUTER.   IBM-ISERIES.
004300 INPUT-OUTPUT SECTION.
005540         ACCESS       IS DYNAMIC
005550         RECORD KEY   IS GLCAL-KEY
005560         FILE STATUS  IS WS-CAL-STATUS.
005563
005566     SELECT PTN-FILE   ASSIGN TO GLPSTPTN
005569         ORGANIZATION IS INDEXED
005572         ACCESS       IS DYNAMIC
005575         RECORD KEY   IS GLPTN-KEY
005578         FILE STATUS  IS WS-PTN-STATUS.
005581
005584     SELECT PTR-FILE   ASSIGN TO GLPSTPTR
005587         ORGANIZATION IS INDEXED
005590         ACCESS       IS DYNAMIC
005593         RECORD KEY   IS GLPTR-KEY
005596         FILE STATUS  IS WS-PTR-STATUS.
005597
005598     SELECT PTQ-FILE   ASSIGN TO GLPSTPTR
005599         ORGANIZATION IS INDEXED
005600         ACCESS       IS RANDOM
005601         RECORD KEY   IS PTQ-KEY
005602         FILE STATUS  IS WS-PTQ-STATUS.
005603
005604*
005605* PTQ-FILE IS THE SAME RESULT FILE OPENED FOR INPUT ONLY, SO
005606* LOOKING AT A PARTITION'S ROW NEVER LOCKS IT AGAINST THE
005607* PARTITION'S OWN GLPOST JOB.
005608*
005618
005700/
005800*****************************************************************
005900* D A T A   D I V I S I O N                                     *
007020 FD  CAL-FILE
007030     LABEL RECORDS ARE STANDARD.
007040     COPY GLCALREC.
007046
007052 FD  PTN-FILE
007058     LABEL RECORDS ARE STANDARD.
007064     COPY GLPTNREC.
007070
007076 FD  PTR-FILE
007082     LABEL RECORDS ARE STANDARD.
007088     COPY GLPTRREC.
007089
007090 FD  PTQ-FILE
007091     LABEL RECORDS ARE STANDARD.
007092 01  PTQ-RECORD.
007093     05  PTQ-KEY                PIC X(10).
007094     05  FILLER                 PIC X(117).
007100
007200/
007300*****************************************************************
009400     88  WS-STREAM-STOPPED               VALUE "Y".
009500
009600 77  WS-EDIT-EXCEPTIONS         PIC 9(07) VALUE ZERO.
009601 77  WS-JRN-EXCEPTIONS          PIC 9(07) VALUE ZERO.
009602
009604 77  WS-CAL-STATUS              PIC X(02) VALUE SPACES.
009605     88  WS-CAL-OK                       VALUE "00".
009606
009607 77  WS-STEP-CNT                PIC 9(02) VALUE 11.
009608
009609 77  WS-DONE-STEP-CNT           PIC 9(02) VALUE ZERO.
009610
009611 77  WS-ALERT-EVENT             PIC X(04) VALUE SPACES.
009612 77  WS-ALERT-PGM               PIC X(10) VALUE "GLNIGHT".
009613 77  WS-ALERT-CNT               PIC 9(07) VALUE ZERO.
009614 77  WS-ALERT-TEXT              PIC X(60) VALUE SPACES.
009615
009616 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
009617 01  WS-STEP-START-R            REDEFINES WS-STEP-START-TIME.
009618     05  WS-STEP-START-HH       PIC 9(02).
009619     05  WS-STEP-START-MM       PIC 9(02).
009620     05  FILLER                 PIC 9(04).
009621 01  WS-STEP-END-TIME           PIC 9(08) VALUE ZERO.
009622 01  WS-STEP-END-R              REDEFINES WS-STEP-END-TIME.
009623     05  WS-STEP-END-HH         PIC 9(02).
009624     05  WS-STEP-END-MM         PIC 9(02).
009625     05  FILLER                 PIC 9(04).
009626 77  WS-STEP-MINUTES            PIC S9(05) COMP-3 VALUE ZERO.
009627
009628*
009629* PARTITIONED POSTING - THE ACTIVE PARTITIONS ON GLPSTPTN, AND
009630* EACH POLL'S COUNT OF PARTITIONS STILL OUT, FAILED OR LATE.
009631*
009632 77  WS-PTN-STATUS              PIC X(02) VALUE SPACES.
009633     88  WS-PTN-OK                       VALUE "00".
009634     88  WS-PTN-EOF                      VALUE "10".
009635 77  WS-PTR-STATUS              PIC X(02) VALUE SPACES.
009636     88  WS-PTR-OK                       VALUE "00".
009637     88  WS-PTR-NOT-FOUND                VALUE "23".
009638 77  WS-PTQ-STATUS              PIC X(02) VALUE SPACES.
009639     88  WS-PTQ-OK                       VALUE "00".
009640     88  WS-PTQ-NOT-FOUND                VALUE "23".
009641 77  WS-PTN-OPEN-SW             PIC X(01) VALUE "N".
009642     88  WS-PTN-FILES-OPEN               VALUE "Y".
009643
009644 77  WS-ACTIVE-PTN-CNT          PIC 9(02) VALUE ZERO.
009645 77  WS-PTN-OUT-CNT             PIC 9(02) VALUE ZERO.
009646 77  WS-PTN-FAILED-CNT          PIC 9(02) VALUE ZERO.
009647 77  WS-PTN-LATE-CNT            PIC 9(02) VALUE ZERO.
009648
009649 77  WS-LATE-ALERTED-SW         PIC X(01) VALUE "N".
009650     88  WS-LATE-ALERTED                 VALUE "Y".
009651
009652 77  WS-POST-HELD-SW            PIC X(01) VALUE "N".
009653     88  WS-POST-HELD                    VALUE "Y".
009654     88  WS-POST-NOT-MERGED              VALUE "M".
009655
009656 77  WS-PTN-FUNCTION            PIC X(01) VALUE SPACES.
009657 77  WS-PTN-SUBMIT-RESULT       PIC X(01) VALUE SPACES.
009658     88  WS-PTN-STILL-ACTIVE             VALUE "A".
009659     88  WS-PTN-SUBMIT-FAILED            VALUE "E".
009660 77  WS-CON-RESULT              PIC X(01) VALUE SPACES.
009661     88  WS-CON-PROVEN                   VALUE "C".
009662
009663 01  WS-PTN-PARM.
009664     05  WS-PTN-PARM-NO         PIC 9(02).
009665     05  WS-PTN-PARM-DATE       PIC 9(08).
009666
009667 01  WS-NOW-TIME                PIC 9(06) VALUE ZERO.
009668 01  WS-NOW-R                   REDEFINES WS-NOW-TIME.
009669     05  WS-NOW-HH              PIC 9(02).
009670     05  WS-NOW-MM              PIC 9(02).
009671     05  FILLER                 PIC 9(02).
009672 01  WS-SUBMIT-TIME             PIC 9(06) VALUE ZERO.
009673 01  WS-SUBMIT-R                REDEFINES WS-SUBMIT-TIME.
009674     05  WS-SUBMIT-HH           PIC 9(02).
009675     05  WS-SUBMIT-MM           PIC 9(02).
009676     05  FILLER                 PIC 9(02).
009677 77  WS-PTN-MINUTES             PIC S9(05) COMP-3 VALUE ZERO.
009678
009679     COPY GLRQSREC
009680         REPLACING ==GLRQS-RECORD==      BY ==WS-RQS-AREA==
009681                   ==GLRQS-CO-FROM==     BY ==WS-RQS-CO-FROM==
009682                   ==GLRQS-CO-TO==       BY ==WS-RQS-CO-TO==
009683                   ==GLRQS-ACCT-FROM==   BY ==WS-RQS-ACCT-FROM==
009684                   ==GLRQS-ACCT-TO==     BY ==WS-RQS-ACCT-TO==
009685                   ==GLRQS-PERIOD-FROM== BY ==WS-RQS-PER-FROM==
009686                   ==GLRQS-PERIOD-TO==   BY ==WS-RQS-PER-TO==
009690                   ==GLRQS-BOOK-CODE==   BY ==WS-RQS-BOOK-CODE==
009691                   ==GLRQS-JE-ROUND-AMT==  BY ==WS-RQS-ROUND-AMT==
009692                   ==GLRQS-JE-MINUTES==    BY ==WS-RQS-MINUTES==
009693                   ==GLRQS-JE-RARE-CNT==   BY ==WS-RQS-RARE-CNT==
009694                   ==GLRQS-JE-DAY-START==  BY ==WS-RQS-DAY-START==
009695                   ==GLRQS-JE-DAY-END==    BY ==WS-RQS-DAY-END==
009697                   ==GLRQS-USER-ID==       BY ==WS-RQS-USER-ID==
009698                   ==GLRQS-COL-BASIS==     BY ==WS-RQS-COL-BASIS==
009699                   ==GLRQS-COL-NODE==      BY ==WS-RQS-COL-NODE==
009700                   ==GLRQS-COL-FILE-SW==
009733                       BY ==WS-RQS-COL-FILE-SW==
009737                   ==GLRQS-DEPT-FROM==     BY ==WS-RQS-DEPT-FROM==
009741                   ==GLRQS-DEPT-TO==       BY ==WS-RQS-DEPT-TO==
009745                   ==GLRQS-AUTH-CO-SW==
009749                       BY ==WS-RQS-AUTH-CO-SW==.
009753
009757     COPY GLDSPREC.
009766
009770 77  WS-JRN-HELD-SW             PIC X(01) VALUE "N".
009772     88  WS-JRN-HELD                     VALUE "Y".
009774
009776 77  WS-STOP-CNT                PIC 9(07) VALUE ZERO.
009778 77  WS-STOP-REASON             PIC X(60) VALUE SPACES.
009780
009800 01  WS-STEP-TABLE.
009900     05  FILLER                 PIC X(10) VALUE "GLRECGEN".
010000     05  FILLER                 PIC X(10) VALUE "GLREVERS".
010100     05  FILLER                 PIC X(10) VALUE "GLICBAL".
010200     05  FILLER                 PIC X(10) VALUE "GLEDIT".
010210     05  FILLER                 PIC X(10) VALUE "GLJRNGAT".
010300     05  FILLER                 PIC X(10) VALUE "GLPOST".
010400     05  FILLER                 PIC X(10) VALUE "GLTRIAL".
010402     05  FILLER                 PIC X(10) VALUE "GLTHRMON".
010405     05  FILLER                 PIC X(10) VALUE "GLPOSPAY".
010407     05  FILLER                 PIC X(10) VALUE "GLDWFEED".
010410     05  FILLER                 PIC X(10) VALUE "GLRRQRUN".
010420*
010430* STEPS TWELVE AND THIRTEEN ONLY RUN ON THE PERIOD'S LAST BUSINESS
010440* DAY (GLCAL-PERIOD-END-SW); THE GLNIGHTC WRAPPER SUPPLIES
010450* GLCLOSE'S MONTH-END ("M") RUN MODE.
010460*
010470     05  FILLER                 PIC X(10) VALUE "GLREVAL".
010480     05  FILLER                 PIC X(10) VALUE "GLCLOSE".
010500 01  WS-STEP-TABLE-R            REDEFINES WS-STEP-TABLE.
010600     05  WS-STEP-PGM            OCCURS 13 TIMES
010700                                PIC X(10).
010800
010900/
014500     OPEN I-O    STR-FILE.
014600     OPEN I-O    STA-FILE.
014610     OPEN INPUT  CAL-FILE.
014620     OPEN INPUT  PTN-FILE.
014630     OPEN I-O    PTR-FILE.
014633     OPEN INPUT  PTQ-FILE.
014636     IF  WS-PTN-OK AND WS-PTR-OK AND WS-PTQ-OK
014642         MOVE "Y"                 TO  WS-PTN-OPEN-SW
014648     ELSE
014654         DISPLAY "GLNIGHT - NO POSTING PARTITION FILES, STATUS "
014660                 WS-PTN-STATUS "/" WS-PTR-STATUS
014666                 ", POSTING RUNS AS ONE STEP".
014672     IF  WS-PTN-OK AND NOT WS-PTN-FILES-OPEN
014678         CLOSE PTN-FILE.
014684     IF  WS-PTR-OK AND NOT WS-PTN-FILES-OPEN
014690         CLOSE PTR-FILE.
014693     IF  WS-PTQ-OK AND NOT WS-PTN-FILES-OPEN
014696         CLOSE PTQ-FILE.
014700     ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD.
014705
014706     PERFORM 1050-CHECK-CALENDAR  THRU 1050-EXIT.
014708     PERFORM 1100-COUNT-PARTITIONS THRU 1100-EXIT.
014710
014720     MOVE SPACES                  TO  WS-RQS-CO-FROM.
014730     MOVE SPACES                  TO  WS-RQS-CO-TO.
014735     MOVE SPACES                  TO  WS-RQS-BOOK-CODE.
014740     MOVE ZERO                    TO  WS-RQS-ACCT-FROM.
014750     MOVE ZERO                    TO  WS-RQS-ACCT-TO.
014760     MOVE ZERO                    TO  WS-RQS-PER-FROM.
014770     MOVE ZERO                    TO  WS-RQS-PER-TO.
014775     MOVE ZERO                    TO  WS-RQS-ROUND-AMT.
014780     MOVE ZERO                    TO  WS-RQS-MINUTES.
014785     MOVE ZERO                    TO  WS-RQS-RARE-CNT.
014790     MOVE ZERO                    TO  WS-RQS-DAY-START.
014795     MOVE ZERO                    TO  WS-RQS-DAY-END.
014797     MOVE SPACES                  TO  WS-RQS-USER-ID.
014798     MOVE SPACES                  TO  WS-RQS-COL-BASIS.
014799     MOVE SPACES                  TO  WS-RQS-COL-NODE.
014832     MOVE SPACES                  TO  WS-RQS-COL-FILE-SW.
014840     MOVE SPACES                  TO  WS-RQS-DEPT-FROM.
014848     MOVE SPACES                  TO  WS-RQS-DEPT-TO.
014856     MOVE SPACES                  TO  WS-RQS-AUTH-CO-SW.
014866 1000-EXIT.
014900     EXIT.
015000
015001*****************************************************************
015019                 " IS NOT A BUSINESS DAY".
015020
015021     IF  GLCAL-IS-PERIOD-END
015022         MOVE 13                  TO  WS-STEP-CNT
015023         DISPLAY "GLNIGHT - PERIOD END, MONTH-END STEPS "
015024                 "APPENDED".
015025
015026 1050-CHECK-DONE.
015027*    ALREADY-RAN IS JUDGED OVER EVERY STEP THE DATE CALLS FOR -
015028*    ALL THIRTEEN ON A PERIOD END - SO A STREAM THAT DIED IN A
015029*    MONTH-END STEP CAN STILL BE RESUMED.
015030     MOVE ZERO                    TO  WS-DONE-STEP-CNT.
015031     PERFORM 1060-COUNT-DONE-STEP THRU 1060-EXIT
015035     IF  WS-DONE-STEP-CNT IS NOT LESS THAN WS-STEP-CNT
015036         DISPLAY "GLNIGHT - RUN DATE " WS-RUN-DATE
015037                 " ALREADY RAN TO COMPLETION, STREAM REFUSED"
015038         MOVE "GATE"              TO  WS-ALERT-EVENT
015039         MOVE 1                   TO  WS-ALERT-CNT
015040         MOVE SPACES              TO  WS-ALERT-TEXT
015041         STRING "RUN DATE " WS-RUN-DATE
015042                " ALREADY COMPLETE, STREAM REFUSED"
015043             DELIMITED BY SIZE INTO WS-ALERT-TEXT
015044         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT
015045         CLOSE STR-FILE
015046         CLOSE STA-FILE
015047         CLOSE CAL-FILE
015048         PERFORM 9100-CLOSE-PARTITIONS THRU 9100-EXIT
015050         STOP RUN.
015051 1050-EXIT.
015052     EXIT.
015053
015054*****************************************************************
015055* 1060-COUNT-DONE-STEP - ONE BASE STEP'S RUN-CONTROL ROW FOR    *
015056*                        THE RUN DATE; COMPLETE ONES COUNT      *
015057*                        TOWARD THE ALREADY-RAN REFUSAL         *
015059*****************************************************************
015062 1060-COUNT-DONE-STEP.
015065     MOVE WS-RUN-DATE             TO  GLSTR-RUN-DATE.
015089 1060-EXIT.
015092     EXIT.
015095
015098*****************************************************************
015101* 1100-COUNT-PARTITIONS - HOW MANY ACTIVE POSTING PARTITIONS     *
015104*                         GLPSTPTN HOLDS; NONE, OR NO PARTITION  *
015107*                         FILES AT ALL, MEANS GLPOST RUNS AS     *
015108*                         ONE STEP, AS IT ALWAYS HAS             *
015110*****************************************************************
015113 1100-COUNT-PARTITIONS.
015116     MOVE ZERO                    TO  WS-ACTIVE-PTN-CNT.
015117     IF  NOT WS-PTN-FILES-OPEN
015118         GO TO 1100-EXIT.
015119
015120     PERFORM 2820-START-PARTITIONS THRU 2820-EXIT.
015122     PERFORM 1110-COUNT-ONE-PARTITION THRU 1110-EXIT
015125         UNTIL NOT WS-PTN-OK.
015128
015131     IF  WS-ACTIVE-PTN-CNT IS GREATER THAN ZERO
015134         DISPLAY "GLNIGHT - POSTING RUNS AS " WS-ACTIVE-PTN-CNT
015137                 " PARTITIONS".
015140 1100-EXIT.
015143     EXIT.
015146
015149*****************************************************************
015152* 1110-COUNT-ONE-PARTITION - ONE PARTITION ROW                   *
015155*****************************************************************
015158 1110-COUNT-ONE-PARTITION.
015161     READ PTN-FILE NEXT RECORD
015164         AT END
015167             MOVE "10"            TO  WS-PTN-STATUS
015170             GO TO 1110-EXIT.
015171     IF  NOT WS-PTN-OK
015172         GO TO 1110-EXIT.
015173
015176     IF  GLPTN-IS-ACTIVE
015179         ADD 1                    TO  WS-ACTIVE-PTN-CNT.
015182 1110-EXIT.
015185     EXIT.
015188
015191*****************************************************************
015200* 2000-RUN-ONE-STEP - SKIP A STEP ALREADY COMPLETE FOR THE RUN  *
015300*                     DATE (RESUME), APPLY THE EDIT-EXCEPTION   *
015400*                     AND JOURNALING GATES AHEAD OF GLPOST, AND *
015410*                     OTHERWISE MARK, CALL, AND COMPLETE THE    *
015500*                     STEP.  A PARTITIONED GLPOST IS RUN BY     *
015510*                     2800 AND IS LEFT IN PROGRESS WHEN ITS     *
015520*                     PARTITIONS DO NOT PROVE, SO A RESUBMITTED *
015530*                     STREAM RERUNS ONLY THE PARTITIONS NOT YET *
015540*                     COMPLETE                                  *
015600*****************************************************************
015700 2000-RUN-ONE-STEP.
015800     MOVE WS-STEP-PGM (WS-STEP-IX) TO  WS-CUR-STEP-PGM.
016800         IF  WS-STREAM-STOPPED
016900             GO TO 2000-EXIT
017000         END-IF
017010         PERFORM 2250-CHECK-JOURNAL-GATE THRU 2250-EXIT
017020         IF  WS-STREAM-STOPPED
017030             GO TO 2000-EXIT
017040         END-IF
017100     END-IF.
017200
017300     PERFORM 2300-MARK-IN-PROGRESS THRU 2300-EXIT.
017400     IF  WS-CUR-STEP-PGM IS NOT EQUAL TO "GLPOST"
017420         PERFORM 2350-OPEN-RUN-STATS THRU 2350-EXIT.
017430     IF  WS-CUR-STEP-PGM IS EQUAL TO "GLPOST"
017440     AND WS-ACTIVE-PTN-CNT IS GREATER THAN ZERO
017450         PERFORM 2800-RUN-PARTITIONS THRU 2800-EXIT
017460         IF  WS-STREAM-STOPPED
017470             GO TO 2000-EXIT
017480         END-IF
017490     ELSE
017500         PERFORM 2400-CALL-STEP    THRU 2400-EXIT.
017600     IF  WS-CUR-STEP-PGM IS NOT EQUAL TO "GLPOST"
017620         PERFORM 2450-CLOSE-RUN-STATS THRU 2450-EXIT.
017700     PERFORM 2500-MARK-COMPLETE    THRU 2500-EXIT.
018600*                        STREAM AND THE STEP IS SKIPPED; ITS    *
018700*                        RECORDED EDIT EXCEPTION COUNT IS KEPT  *
018800*                        SO THE GATE STILL WORKS ON A RESUME    *
018810*                        A ROW LEFT IN PROGRESS MEANS THE STEP  *
018820*                        DIED LAST TIME AND IS BEING RESTARTED. *
018830*                        A JOURNALING GATE THAT FOUND FAILING   *
018840*                        FILES IS ALWAYS RERUN, SO A RESUBMIT   *
018850*                        AFTER THE FIX SEES THE FIX             *
018900*****************************************************************
019000 2100-CHECK-STEP-DONE.
019100     MOVE "N"                     TO  WS-STEP-DONE-SW.
020100         IF  WS-CUR-STEP-PGM IS EQUAL TO "GLEDIT"
020200             MOVE GLSTR-EXCEPTION-CNT TO WS-EDIT-EXCEPTIONS
020300         END-IF
020310         IF  WS-CUR-STEP-PGM IS EQUAL TO "GLJRNGAT"
020320         AND GLSTR-EXCEPTION-CNT IS GREATER THAN ZERO
020330             MOVE "N"             TO  WS-STEP-DONE-SW
020340         END-IF
020400     END-IF.
020410
020420     IF  GLSTR-IN-PROGRESS
020430         MOVE "RSTR"              TO  WS-ALERT-EVENT
020440         MOVE 1                   TO  WS-ALERT-CNT
020450         MOVE SPACES              TO  WS-ALERT-TEXT
020460         STRING "STREAM RESUMED, RESTARTING STEP "
020470                WS-CUR-STEP-PGM
020480             DELIMITED BY SIZE INTO WS-ALERT-TEXT
020490         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT.
020500 2100-EXIT.
020600     EXIT.
020700
021900             WS-EDIT-EXCEPTIONS " OVER THRESHOLD "
022000             WS-EDIT-THRESHOLD.
022100
022110     MOVE "GATE"                  TO  WS-ALERT-EVENT.
022120     MOVE WS-EDIT-EXCEPTIONS      TO  WS-ALERT-CNT.
022130     MOVE SPACES                  TO  WS-ALERT-TEXT.
022140     STRING "POSTING HELD, EDIT EXCEPTIONS " WS-EDIT-EXCEPTIONS
022150            " OVER THRESHOLD " WS-EDIT-THRESHOLD
022160         DELIMITED BY SIZE INTO WS-ALERT-TEXT.
022170     PERFORM 8500-RAISE-ALERT     THRU 8500-EXIT.
022180
022200     MOVE "Y"                     TO  WS-STREAM-STOPPED-SW.
022210     MOVE WS-EDIT-EXCEPTIONS      TO  WS-STOP-CNT.
022220     MOVE WS-ALERT-TEXT           TO  WS-STOP-REASON.
022300     PERFORM 2600-MARK-STOPPED    THRU 2600-EXIT.
022400 2200-EXIT.
022500     EXIT.
022503
022506*****************************************************************
022509* 2250-CHECK-JOURNAL-GATE - REFUSE TO START GLPOST WHILE THE    *
022512*                           JOURNALING GATE STEP FOUND LEDGER   *
022515*                           FILES NOT JOURNALED AS ASSIGNED;    *
022518*                           THE HELD STEP IS RECORDED AS        *
022521*                           STOPPED WITH THE REASON, AND THE    *
022524*                           FIX COMMANDS ARE ON GLJRNCMD        *
022527*****************************************************************
022530 2250-CHECK-JOURNAL-GATE.
022533     IF  WS-JRN-EXCEPTIONS IS EQUAL TO ZERO
022536         GO TO 2250-EXIT.
022539
022542     DISPLAY "GLNIGHT - POSTING HELD, LEDGER FILES NOT JOURNALED "
022545             "AS ASSIGNED: " WS-JRN-EXCEPTIONS.
022548
022551     MOVE "GATE"                  TO  WS-ALERT-EVENT.
022554     MOVE WS-JRN-EXCEPTIONS       TO  WS-ALERT-CNT.
022557     MOVE SPACES                  TO  WS-ALERT-TEXT.
022560     STRING "POSTING HELD, " WS-JRN-EXCEPTIONS
022563            " LEDGER FILES NOT JOURNALED AS ASSIGNED"
022566         DELIMITED BY SIZE INTO WS-ALERT-TEXT.
022569     PERFORM 8500-RAISE-ALERT     THRU 8500-EXIT.
022572
022575     MOVE "Y"                     TO  WS-STREAM-STOPPED-SW.
022578     MOVE "Y"                     TO  WS-JRN-HELD-SW.
022581     MOVE WS-JRN-EXCEPTIONS       TO  WS-STOP-CNT.
022584     MOVE WS-ALERT-TEXT           TO  WS-STOP-REASON.
022587     PERFORM 2600-MARK-STOPPED    THRU 2600-EXIT.
022590 2250-EXIT.
022593     EXIT.
022600
022700*****************************************************************
022800* 2300-MARK-IN-PROGRESS - WRITE (OR REWRITE) THE STEP'S RUN-    *
023600     ACCEPT GLSTR-START-TIME      FROM TIME.
023700     MOVE ZERO                    TO  GLSTR-END-TIME.
023800     MOVE ZERO                    TO  GLSTR-EXCEPTION-CNT.
023810     MOVE SPACES                  TO  GLSTR-STOP-REASON.
023900
024000     WRITE GLSTR-RECORD.
024100     IF  WS-STR-STATUS IS EQUAL TO "22"
025150* 2400-CALL-STEP - RUN THE STEP THROUGH ITS CL WRAPPER           *
025200*                  (GLNIGHTC), WHICH DOES THE BETWEEN-STEP       *
025250*                  FILE WORK THE STREAM DEPENDS ON - THE         *
025300*                  GENERATED RECURRING/REVERSAL LINES ARE        *
025346*                  MERGED INTO THE KEYED GLTRANIN AHEAD OF       *
025392*                  GLICBAL -                                     *
025440*                  THEN CALLS THE STEP PROGRAM WITH ITS OWN      *
025460*                  PARAMETERS: GLEDIT RETURNS ITS EXCEPTION      *
025470*                  COUNT, GLJRNGAT ITS FAILING-FILE COUNT,       *
025480*                  GLPOST TAKES THE AUDIT USER AND               *
025490*                  FUNDS OPTION, GLTRIAL ITS SELECTIONS          *
025492*                  - AND TIMES IT FOR THE LATE-STEP ALERT.       *
025493*                  A REPORT STEP WITH DISTRIBUTION ROWS          *
025494*                  (GLDSTREC) IS RUN BY THE REPORT DISTRIBUTOR   *
025496*                  (GLRPTDST) ONCE PER RECIPIENT INSTEAD OF ONCE *
025498*****************************************************************
025500 2400-CALL-STEP.
025600     IF  WS-CUR-STEP-PGM IS EQUAL TO "GLJRNGAT"
025602         MOVE ZERO                TO  WS-JRN-EXCEPTIONS
025604     ELSE
025606         MOVE ZERO                TO  WS-EDIT-EXCEPTIONS.
025610     ACCEPT WS-STEP-START-TIME    FROM TIME.
025620     MOVE WS-CUR-STEP-PGM         TO  GLDSP-PGM-ID.
025630     MOVE "GLNIGHT"               TO  GLDSP-SOURCE-PGM.
025640     MOVE ZERO                    TO  GLDSP-REQ-NO.
025650     MOVE WS-USER-ID              TO  GLDSP-WRAP-USER-ID.
025660     MOVE WS-FUNDS-OPTION         TO  GLDSP-FUNDS-OPTION.
025670     MOVE "N"                     TO  GLDSP-RESULT.
025680     CALL "GLRPTDST"         USING GLDSP-AREA
025690                                   WS-RQS-AREA
025700         ON EXCEPTION
025710             MOVE "N"             TO  GLDSP-RESULT
025720     END-CALL.
025730     IF  GLDSP-COPY-FAILED
025740         DISPLAY "GLNIGHT - DISTRIBUTION INCOMPLETE, STEP "
025750                 WS-CUR-STEP-PGM " COPIES FAILED: "
025760                 GLDSP-FAIL-CNT.
025770
025780     IF  GLDSP-NOT-DISTRIBUTED
025781     AND WS-CUR-STEP-PGM IS EQUAL TO "GLJRNGAT"
025782         CALL "GLNIGHTC"     USING WS-CUR-STEP-PGM
025783                                   WS-USER-ID
025784                                   WS-FUNDS-OPTION
025785                                   WS-RQS-AREA
025786                                   WS-JRN-EXCEPTIONS
025787     ELSE
025788     IF  GLDSP-NOT-DISTRIBUTED
025790         CALL "GLNIGHTC"     USING WS-CUR-STEP-PGM
025800                                   WS-USER-ID
025810                                   WS-FUNDS-OPTION
025820                                   WS-RQS-AREA
025830                                   WS-EDIT-EXCEPTIONS.
026110     PERFORM 2700-CHECK-STEP-LATE THRU 2700-EXIT.
026200 2400-EXIT.
028000     EXIT.
028100
028200*****************************************************************
028300* 2500-MARK-COMPLETE - REWRITE THE STEP'S ROW AS COMPLETE,      *
028400*                      RECORDING THE EDIT STEP'S EXCEPTION      *
028500*                      COUNT AND THE JOURNALING GATE'S FAILING  *
028510*                      FILE COUNT FOR THE POSTING GATES         *
028600*****************************************************************
028700 2500-MARK-COMPLETE.
028800     MOVE WS-RUN-DATE             TO  GLSTR-RUN-DATE.
029800     ACCEPT GLSTR-END-TIME        FROM TIME.
029900     IF  WS-CUR-STEP-PGM IS EQUAL TO "GLEDIT"
030000         MOVE WS-EDIT-EXCEPTIONS  TO  GLSTR-EXCEPTION-CNT.
030010     IF  WS-CUR-STEP-PGM IS EQUAL TO "GLJRNGAT"
030020         MOVE WS-JRN-EXCEPTIONS   TO  GLSTR-EXCEPTION-CNT.
030030     MOVE SPACES                  TO  GLSTR-STOP-REASON.
030100
030200     REWRITE GLSTR-RECORD.
030300     IF  NOT WS-STR-OK
030900
031000*****************************************************************
031100* 2600-MARK-STOPPED - RECORD THE HELD STEP AS STOPPED SO THE    *
031200*                     MORNING OPERATOR CAN SEE THE GATE FIRED,  *
031210*                     WITH THE COUNT AND REASON THAT HELD IT    *
031300*****************************************************************
031400 2600-MARK-STOPPED.
031500     MOVE WS-RUN-DATE             TO  GLSTR-RUN-DATE.
031800     MOVE "S"                     TO  GLSTR-STATUS-SW.
031900     ACCEPT GLSTR-START-TIME      FROM TIME.
032000     MOVE ZERO                    TO  GLSTR-END-TIME.
032100     MOVE WS-STOP-CNT             TO  GLSTR-EXCEPTION-CNT.
032110     MOVE WS-STOP-REASON          TO  GLSTR-STOP-REASON.
032200
032300     WRITE GLSTR-RECORD.
032400     IF  WS-STR-STATUS IS EQUAL TO "22"
037800         STOP RUN.
037900 2450-EXIT.
038000     EXIT.
038002
038004*****************************************************************
038006* 2700-CHECK-STEP-LATE - HOW LONG THE STEP RAN, IN MINUTES      *
038008*                        (ACROSS MIDNIGHT IF NEED BE); THE      *
038010*                        STEP'S "LATE" ALERT RULE CARRIES ITS   *
038012*                        EXPECTED RUN TIME AS THE THRESHOLD     *
038014*****************************************************************
038016 2700-CHECK-STEP-LATE.
038018     ACCEPT WS-STEP-END-TIME      FROM TIME.
038020     COMPUTE WS-STEP-MINUTES =
038022         ((WS-STEP-END-HH * 60) + WS-STEP-END-MM)
038024       - ((WS-STEP-START-HH * 60) + WS-STEP-START-MM).
038026     IF  WS-STEP-MINUTES IS LESS THAN ZERO
038028         ADD 1440                 TO  WS-STEP-MINUTES.
038030
038032     MOVE "LATE"                  TO  WS-ALERT-EVENT.
038034     MOVE WS-STEP-MINUTES         TO  WS-ALERT-CNT.
038036     MOVE SPACES                  TO  WS-ALERT-TEXT.
038038     STRING "STEP " WS-CUR-STEP-PGM " RAN " WS-ALERT-CNT
038040            " MINUTES, PAST ITS EXPECTED END"
038042         DELIMITED BY SIZE INTO WS-ALERT-TEXT.
038044     MOVE WS-CUR-STEP-PGM         TO  WS-ALERT-PGM.
038046     PERFORM 8500-RAISE-ALERT     THRU 8500-EXIT.
038048     MOVE "GLNIGHT"               TO  WS-ALERT-PGM.
038050 2700-EXIT.
038052     EXIT.
038054
038055*****************************************************************
038056* 2800-RUN-PARTITIONS - THE PARTITIONED POSTING STEP: SUBMIT     *
038057*                       ONE GLPOST JOB PER ACTIVE PARTITION NOT  *
038058*                       ALREADY COMPLETE FOR THE RUN DATE, WAIT  *
038059*                       FOR THEM ALL TO END, THEN HAVE GLPSTCON  *
038060*                       PROVE THE PARTITIONS BACK INTO ONE       *
038061*                       NIGHT.  AN UNPROVEN NIGHT STOPS THE      *
038062*                       STREAM AHEAD OF THE TRIAL BALANCE;       *
038063*                       A PROVEN ONE HAS ITS PARTITIONS' POSTED  *
038064*                       TRANSACTIONS MERGED INTO GLPSTOUT        *
038065*****************************************************************
038066 2800-RUN-PARTITIONS.
038067     ACCEPT WS-STEP-START-TIME    FROM TIME.
038068     MOVE "N"                     TO  WS-LATE-ALERTED-SW.
038069
038070     PERFORM 2820-START-PARTITIONS THRU 2820-EXIT.
038071     PERFORM 2810-SUBMIT-PARTITION THRU 2810-EXIT
038072         UNTIL NOT WS-PTN-OK.
038073
038074     PERFORM 2850-POLL-PARTITIONS THRU 2850-EXIT.
038075     PERFORM 2840-WAIT-PARTITIONS THRU 2840-EXIT
038076         UNTIL WS-PTN-OUT-CNT IS EQUAL TO ZERO.
038077
038078     CALL "GLPSTCON"         USING WS-RUN-DATE
038079                                   WS-CON-RESULT.
038080     PERFORM 2700-CHECK-STEP-LATE THRU 2700-EXIT.
038081
038082     IF  WS-CON-PROVEN
038083         PERFORM 2870-MERGE-PARTITIONS THRU 2870-EXIT
038084         GO TO 2800-EXIT.
038085
038086     DISPLAY "GLNIGHT - POSTING PARTITIONS NOT PROVEN, "
038087             WS-PTN-FAILED-CNT " FAILED, SEE GLPSTCON".
038088     MOVE "FAIL"                  TO  WS-ALERT-EVENT.
038089     MOVE WS-PTN-FAILED-CNT       TO  WS-ALERT-CNT.
038090     MOVE "POSTING PARTITIONS NOT PROVEN, STREAM STOPPED"
038091                                  TO  WS-ALERT-TEXT.
038092     PERFORM 8500-RAISE-ALERT     THRU 8500-EXIT.
038093     MOVE "Y"                     TO  WS-STREAM-STOPPED-SW.
038094     MOVE "Y"                     TO  WS-POST-HELD-SW.
038095 2800-EXIT.
038096     EXIT.
038097
038098*****************************************************************
038099* 2810-SUBMIT-PARTITION - QUEUE ONE ACTIVE PARTITION'S RESULT    *
038100*                         ROW AND SUBMIT ITS GLPOST JOB; A       *
038101*                         PARTITION WHOSE EARLIER JOB IS STILL   *
038102*                         ACTIVE IS LEFT TO FINISH, AND ONE THAT *
038103*                         CANNOT BE SUBMITTED IS MARKED FAILED   *
038104*****************************************************************
038105 2810-SUBMIT-PARTITION.
038106     READ PTN-FILE NEXT RECORD
038107         AT END
038108             MOVE "10"            TO  WS-PTN-STATUS
038109             GO TO 2810-EXIT.
038110     IF  NOT WS-PTN-OK
038111         GO TO 2810-EXIT.
038112
038113     IF  NOT GLPTN-IS-ACTIVE
038114         GO TO 2810-EXIT.
038115
038116     MOVE WS-RUN-DATE             TO  GLPTR-RUN-DATE.
038117     MOVE GLPTN-PARTITION-NO      TO  GLPTR-PARTITION-NO.
038118     MOVE GLPTR-KEY               TO  PTQ-KEY.
038119     READ PTQ-FILE INTO GLPTR-RECORD
038120         INVALID KEY
038121             CONTINUE
038122     END-READ.
038123     IF  NOT WS-PTQ-OK AND NOT WS-PTQ-NOT-FOUND
038124         DISPLAY "GLNIGHT - ERROR READING GLPSTPTR, STATUS "
038125                 WS-PTQ-STATUS
038126         STOP RUN.
038127
038128     IF  WS-PTQ-OK AND GLPTR-COMPLETE
038129         DISPLAY "GLNIGHT - POSTING PARTITION "
038130                 GLPTN-PARTITION-NO " ALREADY COMPLETE"
038131         GO TO 2810-EXIT.
038132
038133     MOVE WS-RUN-DATE             TO  GLPTR-RUN-DATE.
038134     MOVE GLPTN-PARTITION-NO      TO  GLPTR-PARTITION-NO.
038135     READ PTR-FILE
038136         INVALID KEY
038137             CONTINUE
038138     END-READ.
038139     IF  NOT WS-PTR-OK AND NOT WS-PTR-NOT-FOUND
038140         DISPLAY "GLNIGHT - ERROR READING GLPSTPTR, STATUS "
038141                 WS-PTR-STATUS
038142         STOP RUN.
038143
038144     IF  WS-PTR-NOT-FOUND
038145         MOVE WS-RUN-DATE         TO  GLPTR-RUN-DATE
038146         MOVE GLPTN-PARTITION-NO  TO  GLPTR-PARTITION-NO
038147         MOVE ZERO                TO  GLPTR-START-DATE
038148         MOVE ZERO                TO  GLPTR-START-TIME
038149         MOVE ZERO                TO  GLPTR-END-DATE
038150         MOVE ZERO                TO  GLPTR-END-TIME
038151         MOVE ZERO                TO  GLPTR-READ-CNT
038152         MOVE ZERO                TO  GLPTR-OWNED-CNT
038153         MOVE ZERO                TO  GLPTR-POSTED-CNT
038154         MOVE ZERO                TO  GLPTR-REJECT-CNT
038155         MOVE ZERO                TO  GLPTR-SKIP-CNT
038156         MOVE ZERO                TO  GLPTR-RESTART-CNT
038157         MOVE ZERO                TO  GLPTR-IN-AMT
038158         MOVE ZERO                TO  GLPTR-POSTED-AMT
038159         MOVE ZERO                TO  GLPTR-REJ-AMT
038160         MOVE ZERO                TO  GLPTR-HOME-AMT
038161         MOVE ZERO                TO  GLPTR-TAX-GEN-CNT.
038162
038163     MOVE GLPTN-CO-FROM           TO  GLPTR-CO-FROM.
038164     MOVE GLPTN-CO-TO             TO  GLPTR-CO-TO.
038165     MOVE "Q"                     TO  GLPTR-STATUS-SW.
038166     ACCEPT GLPTR-SUBMIT-TIME     FROM TIME.
038167     IF  WS-PTR-OK
038168         REWRITE GLPTR-RECORD
038169     ELSE
038170         WRITE GLPTR-RECORD.
038171     IF  NOT WS-PTR-OK
038172         DISPLAY "GLNIGHT - ERROR WRITING GLPSTPTR, STATUS "
038173                 WS-PTR-STATUS
038174         STOP RUN.
038175
038176     MOVE "S"                     TO  WS-PTN-FUNCTION.
038177     MOVE GLPTN-PARTITION-NO      TO  WS-PTN-PARM-NO.
038178     MOVE WS-RUN-DATE             TO  WS-PTN-PARM-DATE.
038179     MOVE SPACES                  TO  WS-PTN-SUBMIT-RESULT.
038180     CALL "GLPOSTPC"         USING WS-PTN-FUNCTION
038181                                   WS-USER-ID
038182                                   WS-FUNDS-OPTION
038183                                   WS-PTN-PARM
038184                                   WS-PTN-SUBMIT-RESULT.
038185
038186     IF  WS-PTN-STILL-ACTIVE
038187         DISPLAY "GLNIGHT - POSTING PARTITION "
038188                 GLPTN-PARTITION-NO " STILL ACTIVE, "
038189                 "NOT RESUBMITTED"
038190         GO TO 2810-EXIT.
038191
038192     IF  WS-PTN-SUBMIT-FAILED
038193         DISPLAY "GLNIGHT - POSTING PARTITION "
038194                 GLPTN-PARTITION-NO " COULD NOT BE SUBMITTED"
038195         MOVE "F"                 TO  GLPTR-STATUS-SW
038196         REWRITE GLPTR-RECORD
038197         IF  NOT WS-PTR-OK
038198             DISPLAY "GLNIGHT - ERROR WRITING GLPSTPTR, STATUS "
038199                     WS-PTR-STATUS
038200             STOP RUN
038201         END-IF
038202         GO TO 2810-EXIT.
038203
038204     DISPLAY "GLNIGHT - POSTING PARTITION " GLPTN-PARTITION-NO
038205             " SUBMITTED, COMPANIES " GLPTN-CO-FROM
038206             " TO " GLPTN-CO-TO.
038207 2810-EXIT.
038208     EXIT.
038209
038210*****************************************************************
038211* 2820-START-PARTITIONS - POSITION TO THE FIRST PARTITION ROW;   *
038212*                         WITHOUT THE PARTITION FILES THERE IS   *
038213*                         NONE                                   *
038214*****************************************************************
038215 2820-START-PARTITIONS.
038216     IF  NOT WS-PTN-FILES-OPEN
038217         MOVE "10"                TO  WS-PTN-STATUS
038218         GO TO 2820-EXIT.
038219
038220     MOVE ZERO                    TO  GLPTN-PARTITION-NO.
038221     START PTN-FILE
038222         KEY IS NOT LESS THAN GLPTN-KEY
038223         INVALID KEY
038224             MOVE "10"            TO  WS-PTN-STATUS.
038225 2820-EXIT.
038226     EXIT.
038227
038228*****************************************************************
038229* 2840-WAIT-PARTITIONS - LET THE CL WAIT ONE POLLING INTERVAL,   *
038230*                        THEN LOOK AT THE PARTITIONS AGAIN       *
038231*****************************************************************
038232 2840-WAIT-PARTITIONS.
038233     MOVE "W"                     TO  WS-PTN-FUNCTION.
038234     MOVE ZERO                    TO  WS-PTN-PARM-NO.
038235     MOVE WS-RUN-DATE             TO  WS-PTN-PARM-DATE.
038236     CALL "GLPOSTPC"         USING WS-PTN-FUNCTION
038237                                   WS-USER-ID
038238                                   WS-FUNDS-OPTION
038239                                   WS-PTN-PARM
038240                                   WS-PTN-SUBMIT-RESULT.
038241     PERFORM 2850-POLL-PARTITIONS THRU 2850-EXIT.
038242 2840-EXIT.
038243     EXIT.
038244
038245*****************************************************************
038246* 2850-POLL-PARTITIONS - COUNT THE ACTIVE PARTITIONS STILL OUT   *
038247*                        (QUEUED OR RUNNING) AND FAILED.  ONE    *
038248*                        OUT LONGER THAN ITS MAXIMUM MINUTES IS  *
038249*                        GIVEN UP ON FOR THE NIGHT - COUNTED     *
038250*                        FAILED AND LATE - AND THE OPERATOR IS   *
038251*                        ALERTED; ITS JOB STILL STAMPS ITS OWN   *
038252*                        RESULT ROW WHEN IT ENDS                 *
038253*****************************************************************
038254 2850-POLL-PARTITIONS.
038255     MOVE ZERO                    TO  WS-PTN-OUT-CNT.
038256     MOVE ZERO                    TO  WS-PTN-FAILED-CNT.
038257     MOVE ZERO                    TO  WS-PTN-LATE-CNT.
038258     ACCEPT WS-NOW-TIME           FROM TIME.
038259
038260     PERFORM 2820-START-PARTITIONS THRU 2820-EXIT.
038261     PERFORM 2860-POLL-ONE-PARTITION THRU 2860-EXIT
038262         UNTIL NOT WS-PTN-OK.
038263
038264     IF  WS-PTN-LATE-CNT IS GREATER THAN ZERO
038265     AND NOT WS-LATE-ALERTED
038266         MOVE "Y"                 TO  WS-LATE-ALERTED-SW
038267         MOVE "LATE"              TO  WS-ALERT-EVENT
038268         MOVE WS-PTN-LATE-CNT     TO  WS-ALERT-CNT
038269         MOVE SPACES              TO  WS-ALERT-TEXT
038270         STRING WS-PTN-LATE-CNT
038271                " PARTITIONS GIVEN UP, PAST MAXIMUM MINUTES"
038272             DELIMITED BY SIZE INTO WS-ALERT-TEXT
038273         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT.
038274 2850-EXIT.
038275     EXIT.
038276
038277*****************************************************************
038278* 2860-POLL-ONE-PARTITION - ONE ACTIVE PARTITION'S RESULT ROW    *
038279*                           FOR THE RUN DATE, READ WITHOUT A     *
038280*                           LOCK; A ROW MISSING OR UNREADABLE IS *
038281*                           A FAILED PARTITION.  MINUTES OUT ARE *
038282*                           COUNTED FROM ITS SUBMIT TIME, ACROSS *
038283*                           MIDNIGHT IF NEED BE                  *
038284*****************************************************************
038285 2860-POLL-ONE-PARTITION.
038286     READ PTN-FILE NEXT RECORD
038287         AT END
038289             MOVE "10"            TO  WS-PTN-STATUS
038291             GO TO 2860-EXIT.
038292     IF  NOT WS-PTN-OK
038293         GO TO 2860-EXIT.
038294
038295     IF  NOT GLPTN-IS-ACTIVE
038297         GO TO 2860-EXIT.
038299
038301     MOVE WS-RUN-DATE             TO  GLPTR-RUN-DATE.
038303     MOVE GLPTN-PARTITION-NO      TO  GLPTR-PARTITION-NO.
038304     MOVE GLPTR-KEY               TO  PTQ-KEY.
038305     READ PTQ-FILE INTO GLPTR-RECORD
038307         INVALID KEY
038308             CONTINUE
038309     END-READ.
038310     IF  NOT WS-PTQ-OK AND NOT WS-PTQ-NOT-FOUND
038311         DISPLAY "GLNIGHT - POSTING PARTITION "
038312                 GLPTN-PARTITION-NO " RESULT ROW UNREADABLE, "
038313                 "STATUS " WS-PTQ-STATUS.
038314     IF  NOT WS-PTQ-OK
038315         ADD 1                    TO  WS-PTN-FAILED-CNT
038316         GO TO 2860-EXIT.
038317
038318     IF  GLPTR-FAILED
038319         ADD 1                    TO  WS-PTN-FAILED-CNT
038320         GO TO 2860-EXIT.
038321
038323     IF  GLPTR-COMPLETE
038325         GO TO 2860-EXIT.
038327
038329     IF  GLPTN-MAX-MINUTES IS EQUAL TO ZERO
038331         ADD 1                    TO  WS-PTN-OUT-CNT
038333         GO TO 2860-EXIT.
038335
038337     MOVE GLPTR-SUBMIT-TIME       TO  WS-SUBMIT-TIME.
038339     COMPUTE WS-PTN-MINUTES =
038341         ((WS-NOW-HH * 60) + WS-NOW-MM)
038343       - ((WS-SUBMIT-HH * 60) + WS-SUBMIT-MM).
038345     IF  WS-PTN-MINUTES IS LESS THAN ZERO
038347         ADD 1440                 TO  WS-PTN-MINUTES.
038349     IF  WS-PTN-MINUTES IS GREATER THAN GLPTN-MAX-MINUTES
038351         ADD 1                    TO  WS-PTN-LATE-CNT
038353         ADD 1                    TO  WS-PTN-FAILED-CNT
038355         DISPLAY "GLNIGHT - POSTING PARTITION "
038357                 GLPTN-PARTITION-NO " PAST ITS MAXIMUM MINUTES"
038359     ELSE
038361         ADD 1                    TO  WS-PTN-OUT-CNT.
038363 2860-EXIT.
038365     EXIT.
038366
038367*****************************************************************
038368* 2870-MERGE-PARTITIONS - HAVE THE CL CLEAR GLPSTOUT AND ADD     *
038369*                         EACH ACTIVE PARTITION'S OWN GLPSTOUT   *
038370*                         MEMBER TO IT, SO THE STEPS AFTER       *
038371*                         GLPOST READ THE WHOLE NIGHT AS ON A    *
038372*                         SINGLE RUN.  CLEARING FIRST LETS A     *
038373*                         RESUBMITTED STREAM MERGE AGAIN.  A     *
038374*                         MERGE THAT FAILS STOPS THE STREAM      *
038375*****************************************************************
038376 2870-MERGE-PARTITIONS.
038377     MOVE "C"                     TO  WS-PTN-FUNCTION.
038378     MOVE ZERO                    TO  WS-PTN-PARM-NO.
038379     MOVE WS-RUN-DATE             TO  WS-PTN-PARM-DATE.
038380     MOVE SPACES                  TO  WS-PTN-SUBMIT-RESULT.
038381     CALL "GLPOSTPC"         USING WS-PTN-FUNCTION
038382                                   WS-USER-ID
038383                                   WS-FUNDS-OPTION
038384                                   WS-PTN-PARM
038385                                   WS-PTN-SUBMIT-RESULT.
038386     IF  NOT WS-PTN-SUBMIT-FAILED
038387         PERFORM 2820-START-PARTITIONS THRU 2820-EXIT
038388         PERFORM 2880-MERGE-ONE-PARTITION THRU 2880-EXIT
038389             UNTIL NOT WS-PTN-OK.
038390     IF  NOT WS-PTN-SUBMIT-FAILED
038391         GO TO 2870-EXIT.
038392
038393     DISPLAY "GLNIGHT - POSTING PARTITIONS NOT MERGED INTO "
038394             "GLPSTOUT".
038395     MOVE "FAIL"                  TO  WS-ALERT-EVENT.
038396     MOVE 1                       TO  WS-ALERT-CNT.
038397     MOVE "POSTING PARTITIONS NOT MERGED, STREAM STOPPED"
038398                                  TO  WS-ALERT-TEXT.
038399     PERFORM 8500-RAISE-ALERT     THRU 8500-EXIT.
038400     MOVE "Y"                     TO  WS-STREAM-STOPPED-SW.
038401     MOVE "M"                     TO  WS-POST-HELD-SW.
038402 2870-EXIT.
038403     EXIT.
038404
038405*****************************************************************
038406* 2880-MERGE-ONE-PARTITION - ADD ONE ACTIVE PARTITION'S GLPSTOUT *
038407*                            MEMBER TO GLPSTOUT; A FAILURE ENDS  *
038408*                            THE MERGE                           *
038409*****************************************************************
038410 2880-MERGE-ONE-PARTITION.
038411     READ PTN-FILE NEXT RECORD
038412         AT END
038413             MOVE "10"            TO  WS-PTN-STATUS
038414             GO TO 2880-EXIT.
038415     IF  NOT WS-PTN-OK
038416         GO TO 2880-EXIT.
038417
038418     IF  NOT GLPTN-IS-ACTIVE
038419         GO TO 2880-EXIT.
038420
038421     MOVE "M"                     TO  WS-PTN-FUNCTION.
038422     MOVE GLPTN-PARTITION-NO      TO  WS-PTN-PARM-NO.
038423     MOVE WS-RUN-DATE             TO  WS-PTN-PARM-DATE.
038424     MOVE SPACES                  TO  WS-PTN-SUBMIT-RESULT.
038425     CALL "GLPOSTPC"         USING WS-PTN-FUNCTION
038426                                   WS-USER-ID
038427                                   WS-FUNDS-OPTION
038428                                   WS-PTN-PARM
038429                                   WS-PTN-SUBMIT-RESULT.
038430     IF  WS-PTN-SUBMIT-FAILED
038431         DISPLAY "GLNIGHT - POSTING PARTITION "
038432                 GLPTN-PARTITION-NO " COULD NOT BE MERGED"
038433         MOVE "10"                TO  WS-PTN-STATUS.
038434 2880-EXIT.
038435     EXIT.
038438
038441*****************************************************************
038444* 8500-RAISE-ALERT - HAND THE EVENT SET UP IN WS-ALERT-EVENT,   *
038447*                    WS-ALERT-CNT AND WS-ALERT-TEXT TO THE      *
038450*                    OPERATOR ALERT DISPATCHER (GLALERT)        *
038453*****************************************************************
038456 8500-RAISE-ALERT.
038459     CALL "GLALERT"          USING WS-ALERT-EVENT
038462                                   WS-ALERT-PGM
038465                                   WS-ALERT-CNT
038468                                   WS-ALERT-TEXT.
038471 8500-EXIT.
038474     EXIT.
038477
038480*****************************************************************
038483* 9000-TERMINATE - CLOSE THE RUN-CONTROL FILE AND REPORT HOW    *
038486*                  THE STREAM ENDED                             *
038500*****************************************************************
038600 9000-TERMINATE.
038700     CLOSE STR-FILE.
038800     CLOSE STA-FILE.
038850     CLOSE CAL-FILE.
038860     PERFORM 9100-CLOSE-PARTITIONS THRU 9100-EXIT.
038900
038902     IF  WS-POST-NOT-MERGED
038904         DISPLAY "GLNIGHT - STREAM STOPPED, POSTING PARTITIONS "
038906                 "NOT MERGED INTO GLPSTOUT"
038908     ELSE
038910     IF  WS-POST-HELD
038920         DISPLAY "GLNIGHT - STREAM STOPPED, POSTING PARTITIONS "
038930                 "NOT PROVEN"
038940     ELSE
038950     IF  WS-JRN-HELD
038960         DISPLAY "GLNIGHT - STREAM STOPPED AT JOURNALING GATE, "
038970                 "FIX COMMANDS ON GLJRNCMD"
038980     ELSE
039000     IF  WS-STREAM-STOPPED
039100         DISPLAY "GLNIGHT - STREAM STOPPED AT EDIT GATE"
039200     ELSE
039400 9000-EXIT.
039500     EXIT.
039600
039606*****************************************************************
039612* 9100-CLOSE-PARTITIONS - CLOSE THE PARTITION FILES, IF THEY    *
039618*                         WERE THERE TO OPEN                    *
039624*****************************************************************
039630 9100-CLOSE-PARTITIONS.
039636     IF  NOT WS-PTN-FILES-OPEN
039642         GO TO 9100-EXIT.
039648
039654     CLOSE PTN-FILE.
039660     CLOSE PTR-FILE.
039663     CLOSE PTQ-FILE.
039666     MOVE "N"                     TO  WS-PTN-OPEN-SW.
039672 9100-EXIT.
039678     EXIT.
039684
039700 9999-EXIT.
039800     STOP RUN.
