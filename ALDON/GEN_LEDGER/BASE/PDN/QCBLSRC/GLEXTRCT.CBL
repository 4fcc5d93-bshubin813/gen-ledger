002537*                 HONORED, THE SAME CONVENTION GLTRIAL           *
002551*                 FOLLOWS, SO THE AUDIT PACKAGE CAN CUT THE      *
002565*                 EXTRACT TO ONE FISCAL YEAR.                    *
002567*  10/15/26  MJF  ROWS ON ACCOUNTS IN A RESTRICTED RANGE         *
002569*                 (GLRSTRNG) ARE EXTRACTED ONLY FOR A REQUESTING *
002571*                 USER (GLRQS-USER-ID) WITH THE RESTRICTED-VIEW  *
002573*                 RIGHT; OTHERWISE EACH COMPANY'S ARE NETTED     *
002575*                 INTO ONE SUMMARIZED LINE AND THE REFUSAL       *
002577*                 LOGGED.                                        *
002579*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006850 77  WS-SEL-ACCT-TO             PIC 9(06) VALUE ZERO.
006860 77  WS-SEL-PER-FROM            PIC 9(06) VALUE ZERO.
006870 77  WS-SEL-PER-TO              PIC 9(06) VALUE ZERO.
006872
006874*
006876* ROWS ON ACCOUNTS IN A RESTRICTED RANGE THE REQUESTING USER
006878* MAY NOT SEE ARE NETTED INTO ONE SUMMARIZED LINE PER COMPANY.
006880*
006882 77  WS-RST-CO-CODE             PIC X(03) VALUE SPACES.
006884 77  WS-RST-NET                 PIC S9(09)V99 COMP-3 VALUE ZERO.
006886 77  WS-RST-CNT                 PIC 9(07) BINARY VALUE ZERO.
006888 77  WS-RST-TOT-CNT             PIC 9(07) BINARY VALUE ZERO.
006890 77  WS-RST-DR-CR               PIC X(01) VALUE SPACE.
006892
006894     COPY GLRSCREC.
006900
007000 01  WS-UNSIGNED-AMOUNTS.
007400     05  WS-U-EXCH-RATE         PIC 9(3)V9(6)   VALUE ZERO.
008700     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
008800     PERFORM 2000-EXTRACT-ONE         THRU 2000-EXIT
008900         UNTIL WS-HST-EOF.
008910     PERFORM 2400-WRITE-RESTRICTED    THRU 2400-EXIT.
009000     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
009100     GO TO 9999-EXIT.
009200
011460     OR  GLHST-PERIOD IS GREATER THAN WS-SEL-PER-TO
011470         GO TO 2000-NEXT.
011480
011482     IF  WS-RST-CNT IS GREATER THAN ZERO
011484     AND GLHST-CO-CODE IS NOT EQUAL TO WS-RST-CO-CODE
011486         PERFORM 2400-WRITE-RESTRICTED THRU 2400-EXIT.
011488
011490     PERFORM 2300-CHECK-RESTRICTED    THRU 2300-EXIT.
011492     IF  GLRSC-HIDE
011494         PERFORM 2350-ADD-RESTRICTED  THRU 2350-EXIT
011496         GO TO 2000-NEXT.
011498
011500     PERFORM 2200-WRITE-EXT-LINE      THRU 2200-EXIT.
011600     ADD 1                        TO  WS-REC-CNT.
011700
016700     WRITE EXT-RECORD.
016800 2200-EXIT.
016900     EXIT.
016901
016902*****************************************************************
016903* 2300-CHECK-RESTRICTED - ASK WHETHER THE REQUESTING USER MAY   *
016904*                         SEE THE ROW'S ACCOUNT; A REFUSAL IS   *
016905*                         LOGGED ONCE PER ACCOUNT               *
016906*****************************************************************
016907 2300-CHECK-RESTRICTED.
016908     MOVE "C"                     TO  GLRSC-FUNCTION.
016909     MOVE GLRQS-USER-ID           TO  GLRSC-USER-ID.
016910     MOVE GLHST-CO-CODE           TO  GLRSC-CO-CODE.
016911     MOVE GLHST-ACCT-NO           TO  GLRSC-ACCT-NO.
016912     MOVE "O"                     TO  GLRSC-LOG-SW.
016913     CALL "GLRSTCHK"         USING GLRSC-AREA.
016914 2300-EXIT.
016915     EXIT.
016916
016917*****************************************************************
016918* 2350-ADD-RESTRICTED - NET A HIDDEN ROW INTO THE COMPANY'S     *
016919*                       SUMMARIZED LINE (DEBITS ADD, CREDITS    *
016920*                       SUBTRACT)                               *
016921*****************************************************************
016922 2350-ADD-RESTRICTED.
016923     MOVE GLHST-CO-CODE           TO  WS-RST-CO-CODE.
016924     ADD 1                        TO  WS-RST-CNT.
016925     IF  GLHST-DR-CR-CODE IS EQUAL TO "C"
016926         SUBTRACT GLHST-EXT-AMT   FROM WS-RST-NET
016927     ELSE
016928         ADD GLHST-EXT-AMT        TO  WS-RST-NET.
016929 2350-EXIT.
016930     EXIT.
016931
016932*****************************************************************
016933* 2400-WRITE-RESTRICTED - WRITE THE COMPANY'S HIDDEN ROWS AS    *
016934*                         ONE LINE - ACCOUNT ZERO, NO BATCH,    *
016935*                         THE NET AMOUNT ON ITS DEBIT OR CREDIT *
016936*                         SIDE - AND RESET FOR THE NEXT COMPANY *
016937*****************************************************************
016938 2400-WRITE-RESTRICTED.
016939     IF  WS-RST-CNT IS EQUAL TO ZERO
016940         GO TO 2400-EXIT.
016941
016942     MOVE "D"                     TO  WS-RST-DR-CR.
016943     IF  WS-RST-NET IS LESS THAN ZERO
016944         MOVE "C"                 TO  WS-RST-DR-CR
016945         COMPUTE WS-RST-NET = ZERO - WS-RST-NET.
016946
016947     MOVE ZERO                    TO  WS-S-QTY.
016948     MOVE ZERO                    TO  WS-S-PRICE.
016949     MOVE WS-RST-NET              TO  WS-S-EXT-AMT.
016950     MOVE ZERO                    TO  WS-U-EXCH-RATE.
016951     MOVE ZERO                    TO  WS-S-FOREIGN-AMT.
016952
016953     MOVE SPACES                  TO  EXT-RECORD.
016954     STRING WS-RST-CO-CODE        DELIMITED BY SIZE
016955            ",000000,0000,000000," DELIMITED BY SIZE
016956            "RESTRICTED ACCOUNTS - SUMMARIZED,"
016957                                  DELIMITED BY SIZE
016958            WS-RST-DR-CR          DELIMITED BY SIZE
016959            ","                   DELIMITED BY SIZE
016960            WS-S-QTY              DELIMITED BY SIZE
016961            ","                   DELIMITED BY SIZE
016962            WS-S-PRICE            DELIMITED BY SIZE
016963            ","                   DELIMITED BY SIZE
016964            WS-S-EXT-AMT          DELIMITED BY SIZE
016965            ",,"                  DELIMITED BY SIZE
016966            WS-U-EXCH-RATE        DELIMITED BY SIZE
016967            ","                   DELIMITED BY SIZE
016968            WS-S-FOREIGN-AMT      DELIMITED BY SIZE
016969            ",000000,00000000"    DELIMITED BY SIZE
016970            INTO EXT-RECORD.
016971     WRITE EXT-RECORD.
016972
016973     ADD WS-RST-CNT               TO  WS-RST-TOT-CNT.
016974     MOVE ZERO                    TO  WS-RST-CNT.
016975     MOVE ZERO                    TO  WS-RST-NET.
016976 2400-EXIT.
016977     EXIT.
017000
017100*****************************************************************
017200* 9000-TERMINATE - CLOSE THE FILES                               *
017500     CLOSE HST-FILE.
017600     CLOSE EXT-FILE.
017700     DISPLAY "GLEXTRCT - RECORDS EXTRACTED: " WS-REC-CNT.
017710     IF  WS-RST-TOT-CNT IS GREATER THAN ZERO
017720         DISPLAY "GLEXTRCT - RESTRICTED ROWS SUMMARIZED: "
017730                 WS-RST-TOT-CNT.
017740
017750     MOVE "E"                     TO  GLRSC-FUNCTION.
017760     CALL "GLRSTCHK"         USING GLRSC-AREA.
017800 9000-EXIT.
017900     EXIT.
018000
