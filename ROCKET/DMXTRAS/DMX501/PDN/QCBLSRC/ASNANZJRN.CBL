       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ASNANZJRN.
       AUTHOR.       DATA MIRROR CORP.
       INSTALLATION. DATA MIRROR CORP.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * Program:  ASNANZJRN                                           *
      * -------                                                       *
      * Version:  1.0                                                 *
      * -------                                                       *
      * Name:     RULE-BASED JOURNAL ASSIGNMENT                       *
      * ----                                                          *
      * Files:    Journal assignment rule file  (ANZJRNRL)            *
      * -----     Live file attribute file      (ANZFILL2)            *
      *           Journal type maintenance file (ANZJRNTP)            *
      *           Analysis audit trail          (ANZHIST)             *
      *           Assignment listing            (ANZASNRPT)           *
      *                                                               *
      * A newly analyzed file arrives on the live attribute file     *
      * with no journal assignment, and keying JRN/JRNN/JRNL/JRNI    *
      * one file at a time does not scale to a library of several    *
      * hundred files.  This program loads the active assignment     *
      * rules in rule-sequence order and walks the attribute rows of *
      * one library (or of every library for *ALL).  The first rule *
      * whose library, file-name pattern, minimum record count and   *
      * file attribute the row satisfies supplies the row's journal  *
      * type, journal and journal library.                           *
      *                                                               *
      * In unassigned mode ("U") only rows with no journal named and *
      * no journal type are touched; in override mode ("O") every    *
      * row is re-assigned from the rules.  A row whose assignment   *
      * actually changes is rewritten and logged to ANZHIST as an    *
      * "ASSIGN"; a row that matches no rule is listed so a rule can *
      * be added for it.  A rule whose journal type is not on the    *
      * type maintenance file is listed and never applied.           *
      *                                                               *
      * JRNI carries the journal type (JTYP), as HADSPTYP and        *
      * GENJRNSRC read it, so the rule's images value is shown on    *
      * the listing for the STRJRNPF that will follow.               *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUL-FILE
               ASSIGN       TO DATABASE-ANZJRNRL
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY OF RUL-REC
               FILE STATUS  IS WS-RUL-STATUS.

           SELECT ATR-FILE
               ASSIGN       TO DATABASE-ANZFILL2
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY OF ATR-REC
               FILE STATUS  IS WS-ATR-STATUS.

           SELECT TYP-FILE
               ASSIGN       TO DATABASE-ANZJRNTP
               ORGANIZATION IS INDEXED
               ACCESS       IS DYNAMIC
               RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY OF TYP-REC
               FILE STATUS  IS WS-TYP-STATUS.

           SELECT HIST-FILE
               ASSIGN       TO DATABASE-ANZHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-HIST-STATUS.

           SELECT RPT-FILE
               ASSIGN       TO DATABASE-ANZASNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-RPT-STATUS.

      /
      ****************************************************************
      * D A T A   D I V I S O N                                      *
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  RUL-FILE
           LABEL RECORDS ARE OMITTED.
       01  RUL-REC.
           COPY DDS-ALL-FORMATS OF ANZJRNRL.

       FD  ATR-FILE
           LABEL RECORDS ARE OMITTED.
       01  ATR-REC.
           COPY DDS-ALL-FORMATS OF ANZFILL2.

       FD  TYP-FILE
           LABEL RECORDS ARE OMITTED.
       01  TYP-REC.
           COPY DDS-ALL-FORMATS OF ANZJRNTP.

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  HIST-REC.
           COPY DDS-ALL-FORMATS OF ANZHIST.

      * Plain listing of assignments made, files that matched no
      * rule and rules that could not be used, in the plain-record
      * style of GENJRNSRC's mismatch listing.
       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-REC                       PIC X(132).
      /
      ****************************************************************
      * W O R K I N G   S T O R A G E   S E C T I O N                *
      ****************************************************************
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
           05 WS-RUL-STATUS              PIC X(2)  VALUE "00".
           05 WS-ATR-STATUS              PIC X(2)  VALUE "00".
           05 WS-TYP-STATUS              PIC X(2)  VALUE "00".
           05 WS-HIST-STATUS             PIC X(2)  VALUE "00".
           05 WS-RPT-STATUS              PIC X(2)  VALUE "00".
           05 WS-RUL-EOF-SW              PIC X(1)  VALUE "N".
              88 RUL-EOF                           VALUE "Y".
           05 WS-ATR-EOF-SW              PIC X(1)  VALUE "N".
              88 ATR-EOF                           VALUE "Y".
           05 WS-MATCH-SW                PIC X(1)  VALUE "N".
              88 RULE-MATCHED                      VALUE "Y".
           05 WS-NAME-SW                 PIC X(1)  VALUE "N".
              88 NAME-MATCHED                      VALUE "Y".
           05 WS-READ-CTR                PIC S9(7) COMP-3 VALUE 0.
           05 WS-SKIP-CTR                PIC S9(7) COMP-3 VALUE 0.
           05 WS-ASSIGN-CTR              PIC S9(7) COMP-3 VALUE 0.
           05 WS-SAME-CTR                PIC S9(7) COMP-3 VALUE 0.
           05 WS-NOMATCH-CTR             PIC S9(7) COMP-3 VALUE 0.
           05 WS-BADRULE-CTR             PIC S9(7) COMP-3 VALUE 0.
      *
      * The active, usable rules in rule-sequence order, loaded once
      * so every attribute row is tested without re-reading the rule
      * file.  RTGEN is the length of a generic pattern's prefix
      * (zero for an exact name, 99 for any name).
      *
       01  WS-TBL-COUNTS.
           05 WS-RL-CNT                  PIC S9(3) COMP-3 VALUE 0.
           05 WS-RL-IX                   PIC S9(3) COMP-3 VALUE 0.
           05 WS-PAT-IX                  PIC S9(3) COMP-3 VALUE 0.
      *
       01  WS-RULE-TABLE.
           05 WS-RL-ENTRY                OCCURS 200 TIMES
                                         INDEXED BY WS-RL-NDX.
              10 RTSEQ                   PIC S9(4)  COMP-3.
              10 RTLIB                   PIC X(10).
              10 RTPAT                   PIC X(10).
              10 RTGEN                   PIC S9(3)  COMP-3.
              10 RTMREC                  PIC S9(10) COMP-3.
              10 RTFILA                  PIC X(6).
              10 RTJTYP                  PIC X(1).
              10 RTJRNN                  PIC X(10).
              10 RTJRNL                  PIC X(10).
              10 RTIMG                   PIC X(1).
      *
       01  WS-NEW-ASSIGNMENT.
           05 WS-NEW-JRN                 PIC X(1).
           05 WS-NEW-JRNN                PIC X(10).
           05 WS-NEW-JRNL                PIC X(10).
           05 WS-NEW-JRNI                PIC X(1).
      *
       01  WS-HIST-REC.
           COPY DDS-ALL-FORMATS OF ANZHIST.
      *
       01  ASN-RECD.
           05 ASNFIL                     PIC X(10).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASNLIB                     PIC X(10).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASNFILA                    PIC X(6).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASNRECS                    PIC Z(9)9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASNTEXT                    PIC X(30).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASNRULE                    PIC ZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASNTYPE                    PIC X(1).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASNNEW                     PIC X(21).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASNIMG                     PIC X(1).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASNOLD                     PIC X(21).
      *
       01  SUM-RECD.
           05 SUMTEXT                    PIC X(40).
           05 SUMCNT                     PIC Z(6)9.
      /
       LINKAGE SECTION.
       01  WS-LIB                        PIC X(10).
       01  WS-MODE                       PIC X(1).
           88  UNASSIGNED-MODE                     VALUE "U".
           88  OVERRIDE-MODE                       VALUE "O".
       01  WS-USER                       PIC X(10).
      /
      ****************************************************************
      *   P R O C E D U R E   D I V I S I O N
      ****************************************************************
       PROCEDURE DIVISION  USING WS-LIB WS-MODE WS-USER.

       MAINLINE.
      *
           PERFORM INITIAL-LOGIC.

           PERFORM LOAD-RULE THRU LDR-EXIT
               UNTIL RUL-EOF.

           PERFORM ASN-ATR THRU ASN-EXIT
               UNTIL ATR-EOF.

           PERFORM PRINT-SUMMARY.

           PERFORM END-OF-JOB.
           EXIT PROGRAM.
           STOP RUN.
      /
      **************************************************************
      * LOAD-RULE routine - one rule row; an active rule whose     *
      * journal type is on ANZJRNTP goes into the rule table       *
      **************************************************************
       LOAD-RULE.
           READ RUL-FILE NEXT
             AT END
                MOVE "Y"                 TO WS-RUL-EOF-SW
                GO TO LDR-EXIT.

           IF  RLACT OF ANZRUL IS EQUAL TO "N"
               GO TO LDR-EXIT.

           MOVE RLJCOD OF ANZRUL         TO JCOD OF ANZTYP.
           MOVE RLJTYP OF ANZRUL         TO JTYP OF ANZTYP.
           READ TYP-FILE
               INVALID KEY
                   MOVE SPACES           TO ASN-RECD
                   MOVE RLPAT OF ANZRUL  TO ASNFIL
                   MOVE RLLIB OF ANZRUL  TO ASNLIB
                   MOVE "Rule journal type not on file"
                                         TO ASNTEXT
                   MOVE RLSEQ OF ANZRUL  TO ASNRULE
                   MOVE RLJTYP OF ANZRUL TO ASNTYPE
                   WRITE RPT-REC FROM ASN-RECD
                   ADD 1                 TO WS-BADRULE-CTR
                   GO TO LDR-EXIT.

           IF  WS-RL-CNT IS EQUAL TO 200
               MOVE SPACES               TO ASN-RECD
               MOVE RLPAT OF ANZRUL      TO ASNFIL
               MOVE RLLIB OF ANZRUL      TO ASNLIB
               MOVE "Rule table full - rule unused"
                                         TO ASNTEXT
               MOVE RLSEQ OF ANZRUL      TO ASNRULE
               WRITE RPT-REC FROM ASN-RECD
               ADD 1                     TO WS-BADRULE-CTR
               GO TO LDR-EXIT.

           ADD 1                         TO WS-RL-CNT.
           MOVE WS-RL-CNT                TO WS-RL-IX.
           SET WS-RL-NDX                 TO WS-RL-IX.
           MOVE RLSEQ  OF ANZRUL         TO RTSEQ   (WS-RL-NDX).
           MOVE RLLIB  OF ANZRUL         TO RTLIB   (WS-RL-NDX).
           MOVE RLPAT  OF ANZRUL         TO RTPAT   (WS-RL-NDX).
           MOVE RLMREC OF ANZRUL         TO RTMREC  (WS-RL-NDX).
           MOVE RLFILA OF ANZRUL         TO RTFILA  (WS-RL-NDX).
           MOVE RLJTYP OF ANZRUL         TO RTJTYP  (WS-RL-NDX).
           MOVE RLJRNN OF ANZRUL         TO RTJRNN  (WS-RL-NDX).
           MOVE RLJRNL OF ANZRUL         TO RTJRNL  (WS-RL-NDX).
           MOVE RLIMG  OF ANZRUL         TO RTIMG   (WS-RL-NDX).

           IF  RLLIB OF ANZRUL IS EQUAL TO "*ALL"
               MOVE SPACES               TO RTLIB   (WS-RL-NDX).

           MOVE ZERO                     TO RTGEN   (WS-RL-NDX).
           IF  RLPAT OF ANZRUL IS EQUAL TO SPACES
           OR  RLPAT OF ANZRUL IS EQUAL TO "*ALL"
               MOVE 99                   TO RTGEN   (WS-RL-NDX)
               GO TO LDR-EXIT.

           PERFORM FIND-GENERIC THRU FGN-EXIT
               VARYING WS-PAT-IX FROM 1 BY 1
               UNTIL WS-PAT-IX IS GREATER THAN 10
               OR    RTGEN (WS-RL-NDX) IS NOT EQUAL TO ZERO.
       LDR-EXIT.
           EXIT.
      /
      **************************************************************
      * FIND-GENERIC routine - a "*" in the pattern ends a generic *
      * name; the prefix before it is what a file name must match  *
      **************************************************************
       FIND-GENERIC.
           IF  RTPAT (WS-RL-NDX) (WS-PAT-IX:1) IS EQUAL TO "*"
               COMPUTE RTGEN (WS-RL-NDX) = WS-PAT-IX - 1.
           IF  RTGEN (WS-RL-NDX) IS EQUAL TO ZERO
           AND RTPAT (WS-RL-NDX) (WS-PAT-IX:1) IS EQUAL TO "*"
               MOVE 99                   TO RTGEN   (WS-RL-NDX).
       FGN-EXIT.
           EXIT.
      /
      **************************************************************
      * ASN-ATR routine - one attribute row in scope; find its     *
      * first matching rule and rewrite the row if the rule        *
      * changes its assignment                                     *
      **************************************************************
       ASN-ATR.
           READ ATR-FILE NEXT
             AT END
                MOVE "Y"                 TO WS-ATR-EOF-SW
                GO TO ASN-EXIT.

           IF  WS-LIB  IS NOT EQUAL TO "*ALL"
           AND WS-LIB  IS NOT EQUAL TO PFLIB OF ANZFILR
               MOVE "Y"                 TO WS-ATR-EOF-SW
               GO TO ASN-EXIT.

           ADD 1                         TO WS-READ-CTR.

           IF  UNASSIGNED-MODE
           AND (JRNN OF ANZFILR IS NOT EQUAL TO SPACES
           OR   JRNI OF ANZFILR IS NOT EQUAL TO SPACE)
               ADD 1                     TO WS-SKIP-CTR
               GO TO ASN-EXIT.

           MOVE "N"                      TO WS-MATCH-SW.
           PERFORM TEST-RULE THRU TSR-EXIT
               VARYING WS-RL-NDX FROM 1 BY 1
               UNTIL WS-RL-NDX IS GREATER THAN WS-RL-CNT
               OR    RULE-MATCHED.

           IF  NOT RULE-MATCHED
               MOVE SPACES               TO ASN-RECD
               MOVE FILN OF ANZFILR      TO ASNFIL
               MOVE LIBN OF ANZFILR      TO ASNLIB
               MOVE FILA OF ANZFILR      TO ASNFILA
               MOVE RECS OF ANZFILR      TO ASNRECS
               MOVE "Matched no rule"    TO ASNTEXT
               PERFORM FORMAT-OLD
               WRITE RPT-REC FROM ASN-RECD
               ADD 1                     TO WS-NOMATCH-CTR
               GO TO ASN-EXIT.

           SET WS-RL-NDX DOWN BY 1.

           MOVE "Y"                      TO WS-NEW-JRN.
           MOVE RTJRNN (WS-RL-NDX)       TO WS-NEW-JRNN.
           MOVE RTJRNL (WS-RL-NDX)       TO WS-NEW-JRNL.
           MOVE RTJTYP (WS-RL-NDX)       TO WS-NEW-JRNI.
           IF  RTJRNN (WS-RL-NDX) IS EQUAL TO SPACES
               MOVE "N"                  TO WS-NEW-JRN
               MOVE SPACES               TO WS-NEW-JRNL.

           IF  JRN  OF ANZFILR IS EQUAL TO WS-NEW-JRN
           AND JRNN OF ANZFILR IS EQUAL TO WS-NEW-JRNN
           AND JRNL OF ANZFILR IS EQUAL TO WS-NEW-JRNL
           AND JRNI OF ANZFILR IS EQUAL TO WS-NEW-JRNI
               ADD 1                     TO WS-SAME-CTR
               GO TO ASN-EXIT.

           MOVE SPACES                   TO ASN-RECD.
           MOVE FILN OF ANZFILR          TO ASNFIL.
           MOVE LIBN OF ANZFILR          TO ASNLIB.
           MOVE FILA OF ANZFILR          TO ASNFILA.
           MOVE RECS OF ANZFILR          TO ASNRECS.
           MOVE RTSEQ (WS-RL-NDX)        TO ASNRULE.
           MOVE WS-NEW-JRNI              TO ASNTYPE.
           MOVE RTIMG (WS-RL-NDX)        TO ASNIMG.
           PERFORM FORMAT-OLD.
           IF  WS-NEW-JRN IS EQUAL TO "N"
               MOVE "Not journaled"      TO ASNNEW
           ELSE
               STRING WS-NEW-JRNL        DELIMITED BY SPACE
                      "/"                DELIMITED BY SIZE
                      WS-NEW-JRNN        DELIMITED BY SPACE
                      INTO ASNNEW.

           MOVE WS-NEW-JRN               TO JRN  OF ANZFILR.
           MOVE WS-NEW-JRNN              TO JRNN OF ANZFILR.
           MOVE WS-NEW-JRNL              TO JRNL OF ANZFILR.
           MOVE WS-NEW-JRNI              TO JRNI OF ANZFILR.
           REWRITE ATR-REC.
           IF  WS-ATR-STATUS IS NOT EQUAL TO "00"
               MOVE "ANZFILL2 rewrite failed"
                                         TO ASNTEXT
               WRITE RPT-REC FROM ASN-RECD
               DISPLAY "ASNANZJRN - ANZFILL2 REWRITE FAILED, STATUS "
                       WS-ATR-STATUS
               GO TO ASN-EXIT.

           MOVE "Assigned by rule"       TO ASNTEXT.
           WRITE RPT-REC FROM ASN-RECD.
           ADD 1                         TO WS-ASSIGN-CTR.
           PERFORM LOG-HISTORY THRU LGH-EXIT.
       ASN-EXIT.
           EXIT.
      /
      **************************************************************
      * TEST-RULE routine - does the row satisfy every selection   *
      * the rule carries                                           *
      **************************************************************
       TEST-RULE.
           IF  RTLIB (WS-RL-NDX) IS NOT EQUAL TO SPACES
           AND RTLIB (WS-RL-NDX) IS NOT EQUAL TO LIBN OF ANZFILR
               GO TO TSR-EXIT.

           IF  RTFILA (WS-RL-NDX) IS NOT EQUAL TO SPACES
           AND RTFILA (WS-RL-NDX) IS NOT EQUAL TO FILA OF ANZFILR
               GO TO TSR-EXIT.

           IF  RECS OF ANZFILR IS LESS THAN RTMREC (WS-RL-NDX)
               GO TO TSR-EXIT.

           MOVE "N"                      TO WS-NAME-SW.
           IF  RTGEN (WS-RL-NDX) IS EQUAL TO 99
               MOVE "Y"                  TO WS-NAME-SW
           ELSE
           IF  RTGEN (WS-RL-NDX) IS EQUAL TO ZERO
               IF  RTPAT (WS-RL-NDX) IS EQUAL TO FILN OF ANZFILR
                   MOVE "Y"              TO WS-NAME-SW
               END-IF
           ELSE
               MOVE RTGEN (WS-RL-NDX)    TO WS-PAT-IX
               IF  RTPAT (WS-RL-NDX) (1:WS-PAT-IX) IS EQUAL TO
                   FILN OF ANZFILR (1:WS-PAT-IX)
                   MOVE "Y"              TO WS-NAME-SW.

           IF  NAME-MATCHED
               MOVE "Y"                  TO WS-MATCH-SW.
       TSR-EXIT.
           EXIT.
      /
      **************************************************************
      * FORMAT-OLD routine - the row's assignment before this run  *
      **************************************************************
       FORMAT-OLD.
           IF  JRNN OF ANZFILR IS EQUAL TO SPACES
               MOVE "Unassigned"         TO ASNOLD
           ELSE
               STRING JRNL OF ANZFILR    DELIMITED BY SPACE
                      "/"                DELIMITED BY SIZE
                      JRNN OF ANZFILR    DELIMITED BY SPACE
                      INTO ASNOLD.
      /
      **************************************************************
      * LOG-HISTORY records the changed assignment to ANZHIST so    *
      * there is a record of which run assigned which file.         *
      **************************************************************
       LOG-HISTORY.
           MOVE "ASSIGN"                   TO HACTN  OF HISTR
                                               OF WS-HIST-REC.
           MOVE PFFIL OF ANZFILR           TO HPFFIL OF HISTR
                                               OF WS-HIST-REC.
           MOVE PFLIB OF ANZFILR           TO HPFLIB OF HISTR
                                               OF WS-HIST-REC.
           MOVE WS-USER                    TO HUSER  OF HISTR
                                               OF WS-HIST-REC.
           ACCEPT HDATE OF HISTR OF WS-HIST-REC FROM DATE YYYYMMDD.
           ACCEPT HTIME OF HISTR OF WS-HIST-REC FROM TIME.

           MOVE WS-HIST-REC                TO HIST-REC.
           WRITE HIST-REC.
           IF WS-HIST-STATUS IS NOT EQUAL TO "00"
              DISPLAY "ASNANZJRN - ANZHIST WRITE FAILED, STATUS "
                      WS-HIST-STATUS.
       LGH-EXIT.
           EXIT.
      /
      **************************************************************
      * PRINT SUMMARY routine                                      *
      **************************************************************
       PRINT-SUMMARY.
           MOVE SPACES                   TO RPT-REC.
           WRITE RPT-REC.
           MOVE "Attribute rows read"    TO SUMTEXT.
           MOVE WS-READ-CTR              TO SUMCNT.
           WRITE RPT-REC FROM SUM-RECD.
           MOVE "Rows already assigned, not changed"
                                         TO SUMTEXT.
           MOVE WS-SKIP-CTR              TO SUMCNT.
           WRITE RPT-REC FROM SUM-RECD.
           MOVE "Rows assigned by rule"  TO SUMTEXT.
           MOVE WS-ASSIGN-CTR            TO SUMCNT.
           WRITE RPT-REC FROM SUM-RECD.
           MOVE "Rows already as the rule assigns"
                                         TO SUMTEXT.
           MOVE WS-SAME-CTR              TO SUMCNT.
           WRITE RPT-REC FROM SUM-RECD.
           MOVE "Rows matching no rule"  TO SUMTEXT.
           MOVE WS-NOMATCH-CTR           TO SUMCNT.
           WRITE RPT-REC FROM SUM-RECD.
           MOVE "Rules not usable"       TO SUMTEXT.
           MOVE WS-BADRULE-CTR           TO SUMCNT.
           WRITE RPT-REC FROM SUM-RECD.
      /
      **************************************************************
      * INITIAL LOGIC routine                                      *
      **************************************************************
       INITIAL-LOGIC.

           IF  NOT UNASSIGNED-MODE
           AND NOT OVERRIDE-MODE
               MOVE "U"                  TO WS-MODE.

           OPEN INPUT RUL-FILE.
           IF WS-RUL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "ASNANZJRN - ANZJRNRL OPEN FAILED, STATUS "
                      WS-RUL-STATUS
              STOP RUN.

           OPEN INPUT TYP-FILE.
           IF WS-TYP-STATUS IS NOT EQUAL TO "00"
              DISPLAY "ASNANZJRN - ANZJRNTP OPEN FAILED, STATUS "
                      WS-TYP-STATUS
              STOP RUN.

           OPEN I-O   ATR-FILE.
           IF WS-ATR-STATUS IS NOT EQUAL TO "00"
              DISPLAY "ASNANZJRN - ANZFILL2 OPEN FAILED, STATUS "
                      WS-ATR-STATUS
              STOP RUN.

           OPEN EXTEND HIST-FILE.
           OPEN OUTPUT RPT-FILE.

           MOVE ZEROES                   TO EDK-RLSEQ OF RUL-REC.
           START RUL-FILE
               KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY OF RUL-REC
                  INVALID KEY
                     MOVE "Y"            TO WS-RUL-EOF-SW.

           IF  WS-LIB IS EQUAL TO "*ALL"
               MOVE LOW-VALUES           TO EDK-PFLIB OF ATR-REC
           ELSE
               MOVE WS-LIB               TO EDK-PFLIB OF ATR-REC.
           MOVE LOW-VALUES               TO EDK-PFFIL OF ATR-REC.
           MOVE ZEROES                   TO EDK-FILSEQ OF ATR-REC.
           START ATR-FILE
               KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY OF ATR-REC
                  INVALID KEY
                     MOVE "Y"            TO WS-ATR-EOF-SW.
      /
      **************************************************************
      * END OF JOB routine.                                        *
      **************************************************************
       END-OF-JOB.

           CLOSE RUL-FILE.
           CLOSE TYP-FILE.
           CLOSE ATR-FILE.
           CLOSE HIST-FILE.
           CLOSE RPT-FILE.
           DISPLAY "ASNANZJRN - Rows assigned:      " WS-ASSIGN-CTR.
           DISPLAY "ASNANZJRN - Rows matching none: " WS-NOMATCH-CTR.
