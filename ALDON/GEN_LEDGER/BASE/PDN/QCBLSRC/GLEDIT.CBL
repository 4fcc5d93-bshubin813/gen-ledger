004600*                 IN EFFECT ON THE BATCH ENTRY DATE (GLCURR/     *
004700*                 GLRATES), THE SAME LOOKUP GLPOST MAKES, SO     *
004800*                 THE LINE IS TESTED AT ITS TRUE MAGNITUDE.      *
004820*  10/15/26  MJF  A BATCH CARRYING A PARALLEL BOOK CODE MUST     *
004840*                 NAME AN ACTIVE BOOK ON GLBOOKS ("INVALID       *
004860*                 BOOK"); A BOOK BATCH'S ADJUSTMENTS ARE NOT     *
004880*                 BUDGET-TESTED, THE SAME AS GLPOST.             *
004882*  10/15/26  MJF  A SUSPECTED-DUPLICATES SECTION NOW FOLLOWS THE *
004884*                 EDIT EXCEPTIONS: A LINE MATCHING POSTED        *
004886*                 HISTORY OR ANOTHER PENDING BATCH ON COMPANY,   *
004888*                 ACCOUNT, SIDE, AMOUNT AND DOCUMENT REFERENCE   *
004890*                 WITHIN THE SOURCE'S DAY WINDOW (GLSRC-DUP-     *
004892*                 DAYS) COUNTS AS AN EXCEPTION UNLESS RELEASED   *
004894*                 ON GLDUPREL.                                   *
004895*  10/15/26  MJF  A LINE'S PROJECT CODE IS NOW VALIDATED AGAINST *
004896*                 THE PROJECT MASTER (GLPROJ), THE SAME CHECK    *
004897*                 GLPOST MAKES ("INVALID PROJECT" / "PROJECT     *
004898*                 CLOSED").  A CAPITAL PROJECT'S OWN             *
004899*                 CAPITALIZATION ("PCAP") BATCH IS ALLOWED.      *
004900*  10/15/26  MJF  A LINE'S TAX CODE MUST BE IN EFFECT ON THE     *
004910*                 BATCH'S ENTRY DATE (GLTAXCAL), THE SAME CHECK  *
004920*                 GLPOST MAKES ("INVALID TAX CODE").             *
004927*  10/15/26  MJF  GLTRANIN IS NOW THE KEYED PENDING-TRANSACTION  *
004934*                 FILE (GLPNDREC); ONLY LINES STILL PENDING ARE  *
004941*                 EDITED.                                        *
004950*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-ISERIES.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT JE-FILE    ASSIGN TO GLTRANIN
005700         ORGANIZATION IS INDEXED
005733         ACCESS       IS DYNAMIC
005766         RECORD KEY   IS GLPND-KEY
005800         FILE STATUS  IS WS-JE-STATUS.
005900
006000     SELECT COA-FILE   ASSIGN TO GLCOA
009300         RECORD KEY   IS GLDEP-KEY
009400         FILE STATUS  IS WS-DEP-STATUS.
009500
009510     SELECT PRJ-FILE   ASSIGN TO GLPROJ
009520         ORGANIZATION IS INDEXED
009530         ACCESS       IS DYNAMIC
009540         RECORD KEY   IS GLPRJ-KEY
009550         FILE STATUS  IS WS-PRJ-STATUS.
009560
009600     SELECT CURR-FILE  ASSIGN TO GLCURR
009700         ORGANIZATION IS INDEXED
009800         ACCESS       IS DYNAMIC
010686         RECORD KEY   IS GLENC-KEY
010688         FILE STATUS  IS WS-ENC-STATUS.
010700
010714     SELECT BOOK-FILE  ASSIGN TO GLBOOKS
010728         ORGANIZATION IS INDEXED
010742         ACCESS       IS DYNAMIC
010756         RECORD KEY   IS GLBOOK-KEY
010770         FILE STATUS  IS WS-BOOK-STATUS.
010784
010789     SELECT SRC-FILE   ASSIGN TO GLSRCCDE
010794         ORGANIZATION IS INDEXED
010799         ACCESS       IS DYNAMIC
010804         RECORD KEY   IS GLSRC-KEY
010809         FILE STATUS  IS WS-SRC-STATUS.
010814
010819     SELECT HST-FILE   ASSIGN TO GLHIST
010824         ORGANIZATION IS INDEXED
010829         ACCESS       IS DYNAMIC
010834         RECORD KEY   IS GLHST-KEY
010839         FILE STATUS  IS WS-HST-STATUS.
010844
010849     SELECT DUP-FILE   ASSIGN TO GLDUPREL
010854         ORGANIZATION IS INDEXED
010859         ACCESS       IS DYNAMIC
010864         RECORD KEY   IS GLDUP-KEY
010869         FILE STATUS  IS WS-DUP-STATUS.
010874
010879     SELECT SORT-FILE  ASSIGN TO GLDUPSRT.
010884     SELECT RPT-FILE   ASSIGN TO GLEDITRPT
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS  IS WS-RPT-STATUS.
011100
011900 FD  JE-FILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORDING MODE IS F.
012150     COPY GLPNDREC.
012200     COPY GLJEREC.
012300
012400 FD  COA-FILE
014500     LABEL RECORDS ARE STANDARD.
014600     COPY GLDEPREC.
014700
014710 FD  PRJ-FILE
014720     LABEL RECORDS ARE STANDARD.
014730     COPY GLPRJREC.
014740
014800 FD  CURR-FILE
014900     LABEL RECORDS ARE STANDARD.
015000     COPY GLCURRREC.
015470     LABEL RECORDS ARE STANDARD.
015480     COPY GLENCREC.
015500
015520 FD  BOOK-FILE
015540     LABEL RECORDS ARE STANDARD.
015560     COPY GLBOOKREC.
015580
015584 FD  SRC-FILE
015588     LABEL RECORDS ARE STANDARD.
015592     COPY GLSRCREC.
015596
015600 FD  HST-FILE
015604     LABEL RECORDS ARE STANDARD.
015608     COPY GLHSTREC.
015612
015616 FD  DUP-FILE
015620     LABEL RECORDS ARE STANDARD.
015624     COPY GLDUPREC.
015628
015632 SD  SORT-FILE.
015636 01  SRT-RECORD.
015640     05  SRT-MATCH-KEY.
015644         10  SRT-CO-CODE            PIC X(03).
015648         10  SRT-ACCT-NO            PIC 9(06).
015652         10  SRT-DR-CR-CODE         PIC X(01).
015656         10  SRT-AMOUNT             PIC S9(09)V99  COMP-3.
015660         10  SRT-DOC-REF            PIC X(15).
015664         10  SRT-BOOK-CODE          PIC X(02).
015668     05  SRT-DAY-NO                 PIC 9(07).
015672     05  SRT-BATCH-NO               PIC 9(06).
015676     05  SRT-LINE-NO                PIC 9(04).
015680     05  SRT-WINDOW                 PIC 9(03).
015684     05  SRT-FLAGGED-SW             PIC X(01).
015688     05  SRT-RELEASED-SW            PIC X(01).
015692 FD  RPT-FILE
015700     LABEL RECORDS ARE STANDARD
015800     RECORDING MODE IS F.
015900     COPY GLEDTPRT.
017800
017900 77  WS-DEP-STATUS              PIC X(02) VALUE SPACES.
018000     88  WS-DEP-OK                       VALUE "00".
018010
018020 77  WS-PRJ-STATUS              PIC X(02) VALUE SPACES.
018030     88  WS-PRJ-OK                       VALUE "00".
018100
018200 77  WS-BUD-STATUS              PIC X(02) VALUE SPACES.
018300     88  WS-BUD-OK                       VALUE "00".
020700 77  WS-DEPT-OK-SW              PIC X(01) VALUE "N".
020800     88  WS-DEPT-OK                      VALUE "Y".
020900
020910 77  WS-PROJ-OK-SW              PIC X(01) VALUE "N".
020920     88  WS-PROJ-OK                      VALUE "Y".
020930     88  WS-PROJ-CLOSED                  VALUE "C".
020940
020950 77  WS-TAX-OK-SW               PIC X(01) VALUE "N".
020960     88  WS-TAX-OK                       VALUE "Y".
021000 77  WS-OVER-BUDGET-SW          PIC X(01) VALUE "N".
021100     88  WS-OVER-BUDGET                  VALUE "Y".
021200
021870 77  WS-ENC-STATUS              PIC X(02) VALUE SPACES.
021880     88  WS-ENC-OK                       VALUE "00".
021900
021911 77  WS-BOOK-STATUS             PIC X(02) VALUE SPACES.
021922
021933 77  WS-BOOK-BATCH-SW           PIC X(01) VALUE "N".
021944     88  WS-BOOK-BATCH                   VALUE "Y".
021955
021966 77  WS-BOOK-OK-SW              PIC X(01) VALUE "Y".
021977     88  WS-BOOK-OK                      VALUE "Y".
021988
021989 77  WS-SRC-STATUS              PIC X(02) VALUE SPACES.
021990
021991 77  WS-HST-STATUS              PIC X(02) VALUE SPACES.
021992     88  WS-HST-EOF                      VALUE "10".
021993
021994 77  WS-DUP-STATUS              PIC X(02) VALUE SPACES.
021995     88  WS-DUP-OK                       VALUE "00".
021996
021997 77  WS-DUP-DEFAULT-DAYS        PIC 9(03) VALUE 30.
021998 77  WS-DUP-WINDOW              PIC 9(03) VALUE ZERO.
021999 77  WS-DUP-BOOK-CODE           PIC X(02) VALUE SPACES.
022000 77  WS-DUP-DAY-NO              PIC 9(07) VALUE ZERO.
022001 77  WS-DUP-BATCH-DAY-NO        PIC 9(07) VALUE ZERO.
022002 77  WS-DUP-DAY-DIFF            PIC S9(07) VALUE ZERO.
022003 77  WS-DUP-AMOUNT              PIC S9(09)V99 COMP-3 VALUE ZERO.
022004 77  WS-DUP-PREV-BATCH          PIC 9(06) VALUE ZERO.
022005 77  WS-DUP-CNT                 PIC 9(07) BINARY VALUE ZERO.
022006 77  WS-DUP-RELEASED-CNT        PIC 9(07) BINARY VALUE ZERO.
022007
022008 77  WS-DUP-FIRST-SW            PIC X(01) VALUE "Y".
022009     88  WS-DUP-FIRST-LINE               VALUE "Y".
022010
022011 77  WS-DUP-BATCH-OK-SW         PIC X(01) VALUE "N".
022012     88  WS-DUP-BATCH-OK                 VALUE "Y".
022013
022014 77  WS-DUP-BATCH-REL-SW        PIC X(01) VALUE "N".
022015     88  WS-DUP-BATCH-RELEASED           VALUE "Y".
022016
022017 77  WS-DUP-REL-SW              PIC X(01) VALUE "N".
022018     88  WS-DUP-RELEASED                 VALUE "Y".
022019
022020 77  WS-DUP-HIT-SW              PIC X(01) VALUE "N".
022021     88  WS-DUP-HIT                      VALUE "Y".
022022
022023 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
022024     88  WS-SORT-EOF                     VALUE "Y".
022025
022026 77  WS-DG-IX                   PIC 9(03) BINARY VALUE ZERO.
022027 77  WS-DG-JX                   PIC 9(03) BINARY VALUE ZERO.
022028 77  WS-DG-CNT                  PIC 9(03) BINARY VALUE ZERO.
022029
022030 01  WS-DUP-WORK-DATE.
022031     05  WS-DUP-WORK-YY         PIC 9(04).
022032     05  WS-DUP-WORK-MM         PIC 9(02).
022033     05  WS-DUP-WORK-DD         PIC 9(02).
022034
022035*
022036* THE PENDING LINES SHARING ONE COMPANY/ACCOUNT/SIDE/AMOUNT/
022037* DOCUMENT REFERENCE/BOOK, IN DATE ORDER OFF THE SORT.  A GROUP
022038* LONGER THAN THE TABLE IS TESTED ON ITS FIRST 50 LINES.
022039*
022040 01  WS-DG-KEY.
022041     05  WS-DG-CO-CODE          PIC X(03).
022042     05  WS-DG-ACCT-NO          PIC 9(06).
022043     05  WS-DG-DR-CR-CODE       PIC X(01).
022044     05  WS-DG-AMOUNT           PIC S9(09)V99 COMP-3.
022045     05  WS-DG-DOC-REF          PIC X(15).
022046     05  WS-DG-BOOK-CODE        PIC X(02).
022047
022048 01  WS-DG-TABLE.
022049     05  WS-DG-ENTRY            OCCURS 50 TIMES.
022050         10  WS-DG-DAY-NO           PIC 9(07).
022051         10  WS-DG-BATCH-NO         PIC 9(06).
022052         10  WS-DG-LINE-NO          PIC 9(04).
022053         10  WS-DG-WINDOW           PIC 9(03).
022054         10  WS-DG-FLAGGED-SW       PIC X(01).
022055         10  WS-DG-RELEASED-SW      PIC X(01).
022056
022057 01  WS-DUP-HEADING.
022058     05  FILLER                 PIC X(48)
022059         VALUE "CO   BATCH   LINE  ACCOUNT  DUPLICATE OF".
022060     05  FILLER                 PIC X(13) VALUE "DOC REFERENCE".
022061
022062 01  WS-DUP-LINE.
022063     05  WS-DPL-CO-CODE         PIC X(03).
022064     05  FILLER                 PIC X(02) VALUE SPACES.
022065     05  WS-DPL-BATCH-NO        PIC 9(06).
022066     05  FILLER                 PIC X(02) VALUE SPACES.
022067     05  WS-DPL-LINE-NO         PIC 9(04).
022068     05  FILLER                 PIC X(02) VALUE SPACES.
022069     05  WS-DPL-ACCT-NO         PIC 9(06).
022070     05  FILLER                 PIC X(03) VALUE SPACES.
022071     05  WS-DPL-MATCH-TYPE      PIC X(07).
022072     05  FILLER                 PIC X(01) VALUE SPACES.
022073     05  WS-DPL-MATCH-BATCH     PIC 9(06).
022074     05  FILLER                 PIC X(01) VALUE "/".
022075     05  WS-DPL-MATCH-LINE      PIC 9(04).
022076     05  FILLER                 PIC X(02) VALUE SPACES.
022077     05  WS-DPL-DOC-REF         PIC X(15).
022078     05  FILLER                 PIC X(01) VALUE SPACES.
022079     05  WS-DPL-NOTE            PIC X(08).
022080
022081 01  WS-DUP-TOTAL-LINE.
022082     05  FILLER                 PIC X(22)
022083         VALUE "SUSPECTED DUPLICATES: ".
022084     05  WS-DPT-DUP-CNT         PIC ZZZZZZ9.
022085     05  FILLER                 PIC X(25)
022086         VALUE "   RELEASED BY OPERATOR: ".
022087     05  WS-DPT-REL-CNT         PIC ZZZZZZ9.
022088 77  WS-EXCEPTION-SW            PIC X(01) VALUE "N".
022100     88  WS-IS-EXCEPTION                 VALUE "Y".
022200
022300 77  WS-REASON                  PIC X(20) VALUE SPACES.
023100     88  WS-CO-FOUND                     VALUE "Y".
023200 77  WS-CO-EXT-AMT              PIC S9(09)V99 COMP-3 VALUE ZERO.
023300
023310     COPY GLTXAREC.
023320
023400 01  WS-CO-TABLE.
023500     05  WS-CO-ENTRY            OCCURS 20 TIMES
023600                                INDEXED BY WS-CO-NDX.
027300         UNTIL WS-JE-EOF.
027400     IF  NOT WS-FIRST-RECORD
027500         PERFORM 2170-CHECK-CO-BALANCE THRU 2170-EXIT.
027510     PERFORM 5000-SCAN-DUPLICATES     THRU 5000-EXIT.
027600     PERFORM 8000-PRINT-SUMMARY       THRU 8000-EXIT.
027700     MOVE WS-EXCEPTION-CNT        TO  WS-EXCEPTION-RTN.
027800     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
029000     OPEN INPUT  BUD-FILE.
029100     OPEN INPUT  DAC-FILE.
029200     OPEN INPUT  DEP-FILE.
029210     OPEN INPUT  PRJ-FILE.
029300     OPEN INPUT  CURR-FILE.
029400     OPEN INPUT  RAT-FILE.
029450     OPEN INPUT  FCL-FILE.
029460     OPEN INPUT  ENC-FILE.
029480     OPEN INPUT  BOOK-FILE.
029485     OPEN INPUT  SRC-FILE.
029490     OPEN INPUT  HST-FILE.
029495     OPEN INPUT  DUP-FILE.
029500     OPEN OUTPUT RPT-FILE.
029600
029700     MOVE SPACES                  TO  GLEDTP-RECORD.
032900
033000     PERFORM 2200-VALIDATE-ACCOUNT    THRU 2200-EXIT.
033100     PERFORM 2250-VALIDATE-DEPT       THRU 2250-EXIT.
033110     PERFORM 2255-VALIDATE-PROJECT    THRU 2255-EXIT.
033120     PERFORM 2257-VALIDATE-TAX-CODE   THRU 2257-EXIT.
033200     PERFORM 2270-CHECK-BUDGET        THRU 2270-EXIT.
033300     PERFORM 2260-ACCUM-CO-NET        THRU 2260-EXIT.
033400     PERFORM 2300-PRINT-IF-EXCEPTION  THRU 2300-EXIT.
033900     EXIT.
034000
034100*****************************************************************
034200* 2100-READ-NEXT-JE - READ THE NEXT JOURNAL-ENTRY LINE STILL    *
034250*                     PENDING; POSTED AND REJECTED ROWS ARE     *
034270*                     PASSED OVER                               *
034300*****************************************************************
034400 2100-READ-NEXT-JE.
034500     READ JE-FILE NEXT RECORD
034600         AT END
034700             MOVE "10"            TO  WS-JE-STATUS
034720             GO TO 2100-EXIT.
034740
034760     IF  NOT GLPND-PENDING
034780         GO TO 2100-READ-NEXT-JE.
034800 2100-EXIT.
034900     EXIT.
035000
035100*****************************************************************
035200* 2150-LOOKUP-BATCH - READ THE BATCH HEADER FOR ITS BALANCED    *
035300*                     FLAG AND CHECK ITS PERIOD AND BOOK        *
035400*****************************************************************
035500 2150-LOOKUP-BATCH.
035600     MOVE "N"                     TO  WS-BATCH-FOUND-SW.
035700     MOVE "Y"                     TO  WS-BATCH-BAL-SW.
035800     MOVE "N"                     TO  WS-PERIOD-CLOSED-SW.
035833     MOVE "N"                     TO  WS-BOOK-BATCH-SW.
035866     MOVE "Y"                     TO  WS-BOOK-OK-SW.
035900     MOVE GLJE-BATCH-NO           TO  GLBTCH-BATCH-NO.
036000
036100     READ BTCH-FILE
036600     MOVE GLBTCH-BALANCED-SW      TO  WS-BATCH-BAL-SW.
036700
036800     PERFORM 2160-CHECK-PERIOD        THRU 2160-EXIT.
036807
036814     IF  GLBTCH-BASE-LEDGER
036821         GO TO 2150-EXIT.
036828
036835     MOVE "Y"                     TO  WS-BOOK-BATCH-SW.
036842     MOVE "N"                     TO  WS-BOOK-OK-SW.
036849     MOVE GLBTCH-BOOK-CODE        TO  GLBOOK-BOOK-CODE.
036856     READ BOOK-FILE
036863         INVALID KEY
036870             GO TO 2150-EXIT.
036877
036884     IF  GLBOOK-IS-ACTIVE
036891         MOVE "Y"                 TO  WS-BOOK-OK-SW.
036900 2150-EXIT.
037000     EXIT.
037100
042700 2250-EXIT.
042800     EXIT.
042900
042903*****************************************************************
042906* 2255-VALIDATE-PROJECT - A BLANK PROJECT IS ALWAYS ACCEPTED;    *
042909*                         OTHERWISE THE PROJECT MUST BE ON THE   *
042912*                         PROJECT MASTER FOR THE LINE'S COMPANY  *
042915*                         AND STILL OPEN, THE SAME CHECK GLPOST  *
042918*                         MAKES - INCLUDING ITS ALLOWANCE FOR A  *
042919*                         CAPITAL PROJECT'S OWN CAPITALIZATION   *
042920*                         ("PCAP") BATCH                         *
042921*****************************************************************
042924 2255-VALIDATE-PROJECT.
042927     MOVE "N"                     TO  WS-PROJ-OK-SW.
042930
042933     IF  GLJE-PROJECT-CODE IS EQUAL TO SPACES
042936         MOVE "Y"                 TO  WS-PROJ-OK-SW
042939         GO TO 2255-EXIT.
042942
042945     MOVE GLJE-CO-CODE            TO  GLPRJ-CO-CODE.
042948     MOVE GLJE-PROJECT-CODE       TO  GLPRJ-PROJECT-CODE.
042951
042954     READ PRJ-FILE
042957         INVALID KEY
042960             GO TO 2255-EXIT.
042963
042966     IF  GLPRJ-IS-OPEN
042969         MOVE "Y"                 TO  WS-PROJ-OK-SW
042972     ELSE
042975         MOVE "C"                 TO  WS-PROJ-OK-SW.
042976
042977     IF  GLPRJ-IS-CAPITAL
042978     AND WS-BATCH-FOUND
042979     AND GLBTCH-SOURCE-CODE IS EQUAL TO "PCAP"
042980         MOVE "Y"                 TO  WS-PROJ-OK-SW.
042981 2255-EXIT.
042982     EXIT.
042985
042989*****************************************************************
042993* 2257-VALIDATE-TAX-CODE - A BLANK TAX CODE IS ALWAYS ACCEPTED;  *
042997*                          OTHERWISE THE CODE MUST BE ACTIVE AND *
043001*                          IN EFFECT ON THE BATCH'S ENTRY DATE   *
043005*****************************************************************
043009 2257-VALIDATE-TAX-CODE.
043013     MOVE "Y"                     TO  WS-TAX-OK-SW.
043017
043021     IF  GLJE-TAX-CODE IS EQUAL TO SPACES
043025         GO TO 2257-EXIT.
043029     IF  NOT WS-BATCH-FOUND
043033         GO TO 2257-EXIT.
043037
043041     MOVE "C"                     TO  GLTXA-FUNCTION.
043045     MOVE GLJE-TAX-CODE           TO  GLTXA-TAX-CODE.
043049     MOVE GLBTCH-ENTRY-DATE       TO  GLTXA-DATE.
043053     MOVE ZERO                    TO  GLTXA-NET-AMT.
043057     CALL "GLTAXCAL"         USING GLTXA-AREA.
043061     IF  NOT GLTXA-FOUND
043065         MOVE "N"                 TO  WS-TAX-OK-SW.
043069 2257-EXIT.
043073     EXIT.
043075
043077*****************************************************************
043100* 2270-CHECK-BUDGET - A DEBIT TO A BUDGETED EXPENSE ACCOUNT      *
043200*                     IS TESTED: DEPARTMENT ACTUALS TO DATE      *
043300*                     PLUS THIS LINE (CONVERTED TO HOME          *
043400*                     CURRENCY) OVER GLBUD-AMOUNT IS AN          *
043500*                     OVER-BUDGET EXCEPTION - CAUGHT AT EDIT     *
043600*                     TIME, NOT IN NEXT MONTH'S VARIANCE.  A     *
043650*                     BOOK BATCH IS NOT TESTED                   *
043700*****************************************************************
043800 2270-CHECK-BUDGET.
043900     MOVE "N"                     TO  WS-OVER-BUDGET-SW.
044100     IF  NOT WS-ACCT-FOUND
044200     OR  NOT WS-BATCH-FOUND
044300     OR  NOT GLJE-DEBIT
044350     OR  WS-BOOK-BATCH
044400         GO TO 2270-EXIT.
044500
044600     IF  NOT GLCOA-TYPE-EXPENSE
061600             END-IF
061700         END-IF
061800     END-IF.
061820
061840     IF  NOT WS-BOOK-OK
061860         MOVE "INVALID BOOK"      TO  WS-REASON
061880         MOVE "Y"                 TO  WS-EXCEPTION-SW.
061900
062000     IF  NOT WS-ACCT-FOUND
062100         MOVE "INVALID ACCOUNT"   TO  WS-REASON
062500         MOVE "INVALID DEPARTMENT" TO  WS-REASON
062600         MOVE "Y"                 TO  WS-EXCEPTION-SW.
062700
062709     IF  WS-PROJ-CLOSED
062718         MOVE "PROJECT CLOSED"    TO  WS-REASON
062727         MOVE "Y"                 TO  WS-EXCEPTION-SW
062736     ELSE
062745         IF  NOT WS-PROJ-OK
062754             MOVE "INVALID PROJECT" TO  WS-REASON
062763             MOVE "Y"             TO  WS-EXCEPTION-SW
062772         END-IF
062781     END-IF.
062782
062783     IF  NOT WS-TAX-OK
062784         MOVE "INVALID TAX CODE"  TO  WS-REASON
062785         MOVE "Y"                 TO  WS-EXCEPTION-SW.
062790
062800     IF  WS-OVER-BUDGET
062900         MOVE "OVER BUDGET"       TO  WS-REASON
063000         MOVE "Y"                 TO  WS-EXCEPTION-SW.
064200 2300-EXIT.
064300     EXIT.
064400
064401*****************************************************************
064402* 5000-SCAN-DUPLICATES - A SECOND PASS OVER THE PENDING LINES    *
064403*                        FOR SUSPECTED DUPLICATES, PRINTED IN    *
064404*                        THEIR OWN SECTION: A LINE MATCHING      *
064405*                        POSTED HISTORY, OR A LINE OF ANOTHER    *
064406*                        PENDING BATCH, ON COMPANY, ACCOUNT,     *
064407*                        SIDE, AMOUNT AND DOCUMENT REFERENCE     *
064408*                        WITHIN THE SOURCE'S DAY WINDOW.  EVERY  *
064409*                        ONE NOT RELEASED ON GLDUPREL COUNTS AS  *
064410*                        AN EDIT EXCEPTION FOR THE NIGHTLY GATE  *
064411*****************************************************************
064412 5000-SCAN-DUPLICATES.
064413     MOVE SPACES                  TO  GLEDTP-RECORD.
064414     WRITE GLEDTP-RECORD.
064415     MOVE SPACES                  TO  GLEDTP-RECORD.
064416     MOVE "SUSPECTED DUPLICATES"  TO  GLEDTP-RECORD.
064417     WRITE GLEDTP-RECORD.
064418     MOVE SPACES                  TO  GLEDTP-RECORD.
064419     WRITE GLEDTP-RECORD.
064420     MOVE WS-DUP-HEADING          TO  GLEDTP-RECORD.
064421     WRITE GLEDTP-RECORD.
064422
064423     CLOSE JE-FILE.
064424     OPEN INPUT  JE-FILE.
064425     MOVE SPACES                  TO  WS-JE-STATUS.
064426
064427     SORT SORT-FILE
064428         ON ASCENDING KEY SRT-MATCH-KEY
064429                          SRT-DAY-NO
064430                          SRT-BATCH-NO
064431                          SRT-LINE-NO
064432         INPUT PROCEDURE  IS 5100-RELEASE-PENDING THRU 5100-EXIT
064433         OUTPUT PROCEDURE IS 5500-MATCH-PENDING   THRU 5500-EXIT.
064434
064435     MOVE SPACES                  TO  GLEDTP-RECORD.
064436     WRITE GLEDTP-RECORD.
064437     IF  WS-DUP-CNT IS EQUAL TO ZERO
064438     AND WS-DUP-RELEASED-CNT IS EQUAL TO ZERO
064439         MOVE SPACES              TO  GLEDTP-RECORD
064440         MOVE "NO SUSPECTED DUPLICATES."
064441                                   TO  GLEDTP-RECORD
064442     ELSE
064443         MOVE WS-DUP-CNT          TO  WS-DPT-DUP-CNT
064444         MOVE WS-DUP-RELEASED-CNT TO  WS-DPT-REL-CNT
064445         MOVE WS-DUP-TOTAL-LINE   TO  GLEDTP-RECORD.
064446     WRITE GLEDTP-RECORD.
064447 5000-EXIT.
064448     EXIT.
064449
064450*****************************************************************
064451* 5100-RELEASE-PENDING - SORT INPUT PROCEDURE; EVERY PENDING     *
064452*                        LINE CARRYING A DOCUMENT REFERENCE IS   *
064453*                        TESTED AGAINST HISTORY AND RELEASED TO  *
064454*                        THE SORT FOR THE PENDING-BATCH TEST     *
064455*****************************************************************
064456 5100-RELEASE-PENDING.
064457     MOVE "Y"                     TO  WS-DUP-FIRST-SW.
064458     PERFORM 2100-READ-NEXT-JE    THRU 2100-EXIT.
064459     PERFORM 5150-ONE-PENDING-LINE THRU 5150-EXIT
064460         UNTIL WS-JE-EOF.
064461 5100-EXIT.
064462     EXIT.
064463
064464*****************************************************************
064465* 5150-ONE-PENDING-LINE - A LINE WITH NO DOCUMENT REFERENCE, OR  *
064466*                         IN A BATCH NOT ON FILE (ALREADY AN     *
064467*                         EXCEPTION ABOVE), IS NOT TESTED        *
064468*****************************************************************
064469 5150-ONE-PENDING-LINE.
064470     IF  WS-DUP-FIRST-LINE
064471     OR  GLJE-BATCH-NO IS NOT EQUAL TO WS-DUP-PREV-BATCH
064472         PERFORM 5200-DUP-BATCH-INFO THRU 5200-EXIT
064473         MOVE GLJE-BATCH-NO       TO  WS-DUP-PREV-BATCH
064474         MOVE "N"                 TO  WS-DUP-FIRST-SW.
064475
064476     IF  NOT WS-DUP-BATCH-OK
064477     OR  GLJE-DOC-REF IS EQUAL TO SPACES
064478         GO TO 5150-NEXT.
064479
064480     MULTIPLY GLJE-QTY BY GLJE-PRICE GIVING WS-DUP-AMOUNT.
064481     PERFORM 5250-CHECK-LINE-RELEASE THRU 5250-EXIT.
064482     PERFORM 5300-SEARCH-HISTORY  THRU 5300-EXIT.
064483
064484     MOVE GLJE-CO-CODE            TO  SRT-CO-CODE.
064485     MOVE GLJE-ACCT-NO            TO  SRT-ACCT-NO.
064486     MOVE GLJE-DR-CR-CODE         TO  SRT-DR-CR-CODE.
064487     MOVE WS-DUP-AMOUNT           TO  SRT-AMOUNT.
064488     MOVE GLJE-DOC-REF            TO  SRT-DOC-REF.
064489     MOVE WS-DUP-BOOK-CODE        TO  SRT-BOOK-CODE.
064490     MOVE WS-DUP-BATCH-DAY-NO     TO  SRT-DAY-NO.
064491     MOVE GLJE-BATCH-NO           TO  SRT-BATCH-NO.
064492     MOVE GLJE-LINE-NO            TO  SRT-LINE-NO.
064493     MOVE WS-DUP-WINDOW           TO  SRT-WINDOW.
064494     MOVE WS-DUP-HIT-SW           TO  SRT-FLAGGED-SW.
064495     MOVE WS-DUP-REL-SW           TO  SRT-RELEASED-SW.
064496     RELEASE SRT-RECORD.
064497
064498 5150-NEXT.
064499     PERFORM 2100-READ-NEXT-JE    THRU 2100-EXIT.
064500 5150-EXIT.
064501     EXIT.
064502
064503*****************************************************************
064504* 5200-DUP-BATCH-INFO - ON A BATCH BREAK, THE BATCH'S ENTRY DATE *
064505*                       AS A DAY NUMBER, ITS BOOK, ITS SOURCE'S  *
064506*                       DAY WINDOW, AND WHETHER THE OPERATOR HAS *
064507*                       RELEASED THE WHOLE BATCH - DIRECTLY, OR  *
064508*                       AS THE FEED GROUP IT WAS LOADED FROM     *
064509*****************************************************************
064510 5200-DUP-BATCH-INFO.
064511     MOVE "N"                     TO  WS-DUP-BATCH-OK-SW.
064512     MOVE "N"                     TO  WS-DUP-BATCH-REL-SW.
064513     MOVE GLJE-BATCH-NO           TO  GLBTCH-BATCH-NO.
064514     READ BTCH-FILE
064515         INVALID KEY
064516             GO TO 5200-EXIT.
064517
064518     MOVE "Y"                     TO  WS-DUP-BATCH-OK-SW.
064519     MOVE GLBTCH-BOOK-CODE        TO  WS-DUP-BOOK-CODE.
064520     MOVE GLBTCH-ENTRY-DATE       TO  WS-DUP-WORK-DATE.
064521     PERFORM 5400-DAY-NUMBER      THRU 5400-EXIT.
064522     MOVE WS-DUP-DAY-NO           TO  WS-DUP-BATCH-DAY-NO.
064523
064524     MOVE WS-DUP-DEFAULT-DAYS     TO  WS-DUP-WINDOW.
064525     MOVE GLBTCH-SOURCE-CODE      TO  GLSRC-CODE.
064526     READ SRC-FILE
064527         INVALID KEY
064528             GO TO 5200-RELEASE.
064529     IF  GLSRC-DUP-DAYS IS NUMERIC
064530     AND GLSRC-DUP-DAYS IS GREATER THAN ZERO
064531         MOVE GLSRC-DUP-DAYS      TO  WS-DUP-WINDOW.
064532
064533 5200-RELEASE.
064534     MOVE GLJE-BATCH-NO           TO  GLDUP-BATCH-NO.
064535     MOVE ZERO                    TO  GLDUP-LINE-NO.
064536     MOVE SPACES                  TO  GLDUP-SOURCE-CODE.
064537     MOVE SPACES                  TO  GLDUP-CO-CODE.
064538     MOVE ZERO                    TO  GLDUP-ENTRY-DATE.
064539     READ DUP-FILE
064540         INVALID KEY
064541             CONTINUE
064542     END-READ.
064543     IF  WS-DUP-OK
064544         MOVE "Y"                 TO  WS-DUP-BATCH-REL-SW
064545         GO TO 5200-EXIT.
064546
064547     MOVE ZERO                    TO  GLDUP-BATCH-NO.
064548     MOVE GLBTCH-SOURCE-CODE      TO  GLDUP-SOURCE-CODE.
064549     MOVE GLBTCH-CO-CODE          TO  GLDUP-CO-CODE.
064550     MOVE GLBTCH-ENTRY-DATE       TO  GLDUP-ENTRY-DATE.
064551     READ DUP-FILE
064552         INVALID KEY
064553             CONTINUE
064554     END-READ.
064555     IF  WS-DUP-OK
064556         MOVE "Y"                 TO  WS-DUP-BATCH-REL-SW.
064557 5200-EXIT.
064558     EXIT.
064559
064560*****************************************************************
064561* 5250-CHECK-LINE-RELEASE - A LINE IS RELEASED WITH ITS BATCH,   *
064562*                           OR BY ITS OWN BATCH/LINE ROW         *
064563*****************************************************************
064564 5250-CHECK-LINE-RELEASE.
064565     MOVE WS-DUP-BATCH-REL-SW     TO  WS-DUP-REL-SW.
064566     IF  WS-DUP-RELEASED
064567         GO TO 5250-EXIT.
064568
064569     MOVE GLJE-BATCH-NO           TO  GLDUP-BATCH-NO.
064570     MOVE GLJE-LINE-NO            TO  GLDUP-LINE-NO.
064571     MOVE SPACES                  TO  GLDUP-SOURCE-CODE.
064572     MOVE SPACES                  TO  GLDUP-CO-CODE.
064573     MOVE ZERO                    TO  GLDUP-ENTRY-DATE.
064574     READ DUP-FILE
064575         INVALID KEY
064576             CONTINUE
064577     END-READ.
064578     IF  WS-DUP-OK
064579         MOVE "Y"                 TO  WS-DUP-REL-SW.
064580 5250-EXIT.
064581     EXIT.
064582
064583*****************************************************************
064584* 5300-SEARCH-HISTORY - BROWSE THE LINE'S ACCOUNT ON THE GL      *
064585*                       HISTORY FOR A POSTED LINE OF THE SAME    *
064586*                       SIDE, AMOUNT, DOCUMENT REFERENCE AND     *
064587*                       BOOK INSIDE THE DAY WINDOW               *
064588*****************************************************************
064589 5300-SEARCH-HISTORY.
064590     MOVE "N"                     TO  WS-DUP-HIT-SW.
064591     MOVE SPACES                  TO  WS-HST-STATUS.
064592
064593     MOVE GLJE-CO-CODE            TO  GLHST-CO-CODE.
064594     MOVE GLJE-ACCT-NO            TO  GLHST-ACCT-NO.
064595     MOVE ZERO                    TO  GLHST-PERIOD.
064596     MOVE ZERO                    TO  GLHST-BATCH-NO.
064597     MOVE ZERO                    TO  GLHST-LINE-NO.
064598     START HST-FILE
064599         KEY IS NOT LESS THAN GLHST-KEY
064600         INVALID KEY
064601             MOVE "10"            TO  WS-HST-STATUS.
064602
064603     PERFORM 5310-ONE-HISTORY-ROW THRU 5310-EXIT
064604         UNTIL WS-HST-EOF OR WS-DUP-HIT.
064605 5300-EXIT.
064606     EXIT.
064607
064608*****************************************************************
064609* 5310-ONE-HISTORY-ROW - TEST ONE POSTED LINE; READING PAST THE  *
064610*                        ACCOUNT ENDS THE SEARCH.  THE BATCH'S   *
064611*                        OWN EARLIER-POSTED LINES (A RECYCLED    *
064612*                        OR REVISED BATCH) DO NOT COUNT; THE     *
064613*                        AMOUNT IS THE LINE'S OWN, IN EITHER ITS *
064614*                        TRANSACTION OR HOME CURRENCY            *
064615*****************************************************************
064616 5310-ONE-HISTORY-ROW.
064617     READ HST-FILE NEXT RECORD
064618         AT END
064619             MOVE "10"            TO  WS-HST-STATUS
064620             GO TO 5310-EXIT.
064621
064622     IF  GLHST-CO-CODE IS NOT EQUAL TO GLJE-CO-CODE
064623     OR  GLHST-ACCT-NO IS NOT EQUAL TO GLJE-ACCT-NO
064624         MOVE "10"                TO  WS-HST-STATUS
064625         GO TO 5310-EXIT.
064626
064627     IF  GLHST-BATCH-NO IS EQUAL TO GLJE-BATCH-NO
064628         GO TO 5310-EXIT.
064629
064630     IF  GLHST-DR-CR-CODE IS NOT EQUAL TO GLJE-DR-CR-CODE
064631     OR  GLHST-DOC-REF IS NOT EQUAL TO GLJE-DOC-REF
064632     OR  GLHST-BOOK-CODE IS NOT EQUAL TO WS-DUP-BOOK-CODE
064633         GO TO 5310-EXIT.
064634
064635     IF  GLHST-FOREIGN-AMT IS NOT EQUAL TO WS-DUP-AMOUNT
064636     AND GLHST-EXT-AMT IS NOT EQUAL TO WS-DUP-AMOUNT
064637         GO TO 5310-EXIT.
064638
064639     MOVE GLHST-ENTRY-DATE        TO  WS-DUP-WORK-DATE.
064640     PERFORM 5400-DAY-NUMBER      THRU 5400-EXIT.
064641     COMPUTE WS-DUP-DAY-DIFF =
064642         WS-DUP-DAY-NO - WS-DUP-BATCH-DAY-NO.
064643     IF  WS-DUP-DAY-DIFF IS LESS THAN ZERO
064644         COMPUTE WS-DUP-DAY-DIFF = ZERO - WS-DUP-DAY-DIFF.
064645     IF  WS-DUP-DAY-DIFF IS GREATER THAN WS-DUP-WINDOW
064646         GO TO 5310-EXIT.
064647
064648     MOVE "Y"                     TO  WS-DUP-HIT-SW.
064649     MOVE GLJE-CO-CODE            TO  WS-DPL-CO-CODE.
064650     MOVE GLJE-BATCH-NO           TO  WS-DPL-BATCH-NO.
064651     MOVE GLJE-LINE-NO            TO  WS-DPL-LINE-NO.
064652     MOVE GLJE-ACCT-NO            TO  WS-DPL-ACCT-NO.
064653     MOVE "HISTORY"               TO  WS-DPL-MATCH-TYPE.
064654     MOVE GLHST-BATCH-NO          TO  WS-DPL-MATCH-BATCH.
064655     MOVE GLHST-LINE-NO           TO  WS-DPL-MATCH-LINE.
064656     MOVE GLJE-DOC-REF            TO  WS-DPL-DOC-REF.
064657     PERFORM 5600-PRINT-DUPLICATE THRU 5600-EXIT.
064658 5310-EXIT.
064659     EXIT.
064660
064661*****************************************************************
064662* 5400-DAY-NUMBER - CONVERT WS-DUP-WORK-DATE TO A 30-DAY-MONTH   *
064663*                   DAY NUMBER, THE SAME SHORTCUT THE BANK       *
064664*                   RECONCILIATION MATCHING USES                 *
064665*****************************************************************
064666 5400-DAY-NUMBER.
064667     COMPUTE WS-DUP-DAY-NO =
064668         (WS-DUP-WORK-YY * 360) + (WS-DUP-WORK-MM * 30)
064669         + WS-DUP-WORK-DD.
064670 5400-EXIT.
064671     EXIT.
064672
064673*****************************************************************
064674* 5500-MATCH-PENDING - SORT OUTPUT PROCEDURE; THE LINES COME     *
064675*                      BACK GROUPED ON THEIR MATCH KEY, OLDEST   *
064676*                      FIRST, AND EACH GROUP IS TESTED AS IT     *
064677*                      CLOSES                                    *
064678*****************************************************************
064679 5500-MATCH-PENDING.
064680     MOVE "N"                     TO  WS-SORT-EOF-SW.
064681     MOVE ZERO                    TO  WS-DG-CNT.
064682     PERFORM 5510-RETURN-PENDING  THRU 5510-EXIT.
064683     PERFORM 5520-ONE-SORTED-LINE THRU 5520-EXIT
064684         UNTIL WS-SORT-EOF.
064685     PERFORM 5550-CLOSE-GROUP     THRU 5550-EXIT.
064686 5500-EXIT.
064687     EXIT.
064688
064689*****************************************************************
064690* 5510-RETURN-PENDING - RETURN THE NEXT SORTED PENDING LINE      *
064691*****************************************************************
064692 5510-RETURN-PENDING.
064693     RETURN SORT-FILE
064694         AT END
064695             MOVE "Y"             TO  WS-SORT-EOF-SW.
064696 5510-EXIT.
064697     EXIT.
064698
064699*****************************************************************
064700* 5520-ONE-SORTED-LINE - A NEW MATCH KEY CLOSES THE GROUP BEFORE *
064701*                        IT; THE LINE JOINS THE GROUP TABLE      *
064702*****************************************************************
064703 5520-ONE-SORTED-LINE.
064704     IF  WS-DG-CNT IS GREATER THAN ZERO
064705     AND SRT-MATCH-KEY IS NOT EQUAL TO WS-DG-KEY
064706         PERFORM 5550-CLOSE-GROUP THRU 5550-EXIT.
064707
064708     IF  WS-DG-CNT IS EQUAL TO ZERO
064709         MOVE SRT-MATCH-KEY       TO  WS-DG-KEY.
064710
064711     IF  WS-DG-CNT IS LESS THAN 50
064712         ADD 1                    TO  WS-DG-CNT
064713         MOVE SRT-DAY-NO          TO  WS-DG-DAY-NO (WS-DG-CNT)
064714         MOVE SRT-BATCH-NO        TO  WS-DG-BATCH-NO (WS-DG-CNT)
064715         MOVE SRT-LINE-NO         TO  WS-DG-LINE-NO (WS-DG-CNT)
064716         MOVE SRT-WINDOW          TO  WS-DG-WINDOW (WS-DG-CNT)
064717         MOVE SRT-FLAGGED-SW      TO  WS-DG-FLAGGED-SW (WS-DG-CNT)
064718         MOVE SRT-RELEASED-SW
064719             TO  WS-DG-RELEASED-SW (WS-DG-CNT).
064720
064721     PERFORM 5510-RETURN-PENDING  THRU 5510-EXIT.
064722 5520-EXIT.
064723     EXIT.
064724
064725*****************************************************************
064726* 5550-CLOSE-GROUP - EVERY LINE AFTER THE GROUP'S FIRST IS       *
064727*                    TESTED AGAINST THE LINES BEFORE IT          *
064728*****************************************************************
064729 5550-CLOSE-GROUP.
064730     IF  WS-DG-CNT IS GREATER THAN 1
064731         PERFORM 5560-TEST-ONE-LINE THRU 5560-EXIT
064732             VARYING WS-DG-IX FROM 2 BY 1
064733             UNTIL WS-DG-IX IS GREATER THAN WS-DG-CNT.
064734     MOVE ZERO                    TO  WS-DG-CNT.
064735 5550-EXIT.
064736     EXIT.
064737
064738*****************************************************************
064739* 5560-TEST-ONE-LINE - A LINE ALREADY CHARGED AGAINST HISTORY IS *
064740*                      NOT CHARGED TWICE; OTHERWISE AN EARLIER   *
064741*                      LINE OF ANOTHER BATCH INSIDE THE WINDOW   *
064742*                      MAKES IT A SUSPECTED DUPLICATE            *
064743*****************************************************************
064744 5560-TEST-ONE-LINE.
064745     IF  WS-DG-FLAGGED-SW (WS-DG-IX) IS EQUAL TO "Y"
064746         GO TO 5560-EXIT.
064747
064748     MOVE "N"                     TO  WS-DUP-HIT-SW.
064749     PERFORM 5570-TEST-ONE-PAIR   THRU 5570-EXIT
064750         VARYING WS-DG-JX FROM 1 BY 1
064751         UNTIL WS-DG-JX IS NOT LESS THAN WS-DG-IX
064752         OR    WS-DUP-HIT.
064753     IF  NOT WS-DUP-HIT
064754         GO TO 5560-EXIT.
064755
064756     MOVE WS-DG-CO-CODE           TO  WS-DPL-CO-CODE.
064757     MOVE WS-DG-BATCH-NO (WS-DG-IX) TO  WS-DPL-BATCH-NO.
064758     MOVE WS-DG-LINE-NO (WS-DG-IX)  TO  WS-DPL-LINE-NO.
064759     MOVE WS-DG-ACCT-NO           TO  WS-DPL-ACCT-NO.
064760     MOVE "PENDING"               TO  WS-DPL-MATCH-TYPE.
064761     MOVE WS-DG-DOC-REF           TO  WS-DPL-DOC-REF.
064762     MOVE WS-DG-RELEASED-SW (WS-DG-IX) TO  WS-DUP-REL-SW.
064763     PERFORM 5600-PRINT-DUPLICATE THRU 5600-EXIT.
064764 5560-EXIT.
064765     EXIT.
064766
064767*****************************************************************
064768* 5570-TEST-ONE-PAIR - ONE EARLIER LINE OF THE GROUP; THE SAME   *
064769*                      BATCH NEVER DUPLICATES ITSELF             *
064770*****************************************************************
064771 5570-TEST-ONE-PAIR.
064772     IF  WS-DG-BATCH-NO (WS-DG-JX) IS EQUAL TO
064773         WS-DG-BATCH-NO (WS-DG-IX)
064774         GO TO 5570-EXIT.
064775
064776     COMPUTE WS-DUP-DAY-DIFF =
064777         WS-DG-DAY-NO (WS-DG-IX) - WS-DG-DAY-NO (WS-DG-JX).
064778     IF  WS-DUP-DAY-DIFF IS GREATER THAN WS-DG-WINDOW (WS-DG-IX)
064779         GO TO 5570-EXIT.
064780
064781     MOVE "Y"                     TO  WS-DUP-HIT-SW.
064782     MOVE WS-DG-BATCH-NO (WS-DG-JX) TO  WS-DPL-MATCH-BATCH.
064783     MOVE WS-DG-LINE-NO (WS-DG-JX)  TO  WS-DPL-MATCH-LINE.
064784 5570-EXIT.
064785     EXIT.
064786
064787*****************************************************************
064788* 5600-PRINT-DUPLICATE - PRINT ONE SUSPECTED DUPLICATE; AN       *
064789*                        OPERATOR-RELEASED REPEAT PRINTS MARKED  *
064790*                        RELEASED AND IS NOT AN EXCEPTION        *
064791*****************************************************************
064792 5600-PRINT-DUPLICATE.
064793     IF  WS-DUP-RELEASED
064794         MOVE "RELEASED"          TO  WS-DPL-NOTE
064795         ADD 1                    TO  WS-DUP-RELEASED-CNT
064796     ELSE
064797         MOVE SPACES              TO  WS-DPL-NOTE
064798         ADD 1                    TO  WS-DUP-CNT
064799         ADD 1                    TO  WS-EXCEPTION-CNT.
064800
064801     MOVE WS-DUP-LINE             TO  GLEDTP-RECORD.
064802     WRITE GLEDTP-RECORD.
064803 5600-EXIT.
064804     EXIT.
064805*****************************************************************
064806* 8000-PRINT-SUMMARY - PRINT HOW MANY LINES WERE CHECKED AND    *
064807*                      HOW MANY FAILED AN EDIT                  *
064808*****************************************************************
064900 8000-PRINT-SUMMARY.
065000     MOVE SPACES                  TO  GLEDTP-RECORD.
065100     WRITE GLEDTP-RECORD.
067000     CLOSE BTCH-FILE.
067100     CLOSE PER-FILE.
067200     CLOSE DEP-FILE.
067210     CLOSE PRJ-FILE.
067300     CLOSE CURR-FILE.
067400     CLOSE RAT-FILE.
067450     CLOSE FCL-FILE.
067460     CLOSE ENC-FILE.
067480     CLOSE BOOK-FILE.
067485     CLOSE SRC-FILE.
067490     CLOSE HST-FILE.
067495     CLOSE DUP-FILE.
067500     CLOSE BUD-FILE.
067600     CLOSE DAC-FILE.
067700     CLOSE RPT-FILE.
067710     MOVE "E"                     TO  GLTXA-FUNCTION.
067720     CALL "GLTAXCAL"         USING GLTXA-AREA.
067800 9000-EXIT.
067900     EXIT.
068000
