       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCIDSPLT.
      *REMARKS.  SPLITS THE EDITED CCIDRPT1 CONTROL CARD DECK INTO UP
      *          TO FOUR SUB-DECKS SO THE REPORT CAN RUN AS PARALLEL
      *          JOB STREAMS INSIDE THE BATCH WINDOW.  RUNS AFTER
      *          CCIDEDIT, READING THE CLEANED CARD FILE PLUS THE
      *          PER-CARD TIMING HISTORY APPENDED EACH RUN (BY
      *          CCIDRPT1, OR BY CCIDMRGE FOR A PARALLEL RUN),
      *          AND DEALS THE SELECTION CARDS OUT SO EACH STREAM
      *          CARRIES ABOUT THE SAME HISTORICAL ELAPSED TIME.
      *
      *          CARDS ARE DEALT IN GROUPS, NOT ONE AT A TIME: EVERY
      *          CARD FOR THE SAME SYSTEM GOES TO THE SAME STREAM, SO
      *          OVERLAPPING CARDS (A WIDE SYSTEM CARD PLUS NARROWER
      *          SUBSYSTEM CARDS) STILL SHARE ONE RUN'S BROWSE CACHE.
      *          A CARD WITH A BLANK OR MASKED SYSTEM GOES TO THE SAME
      *          STREAM AS EVERY SYSTEM IT CAN MATCH.
      *          A USER-ACTIVITY CARD IS GROUPED BY ITS USERID.  THE
      *          SOUT AND WNDW OPTION CARDS AND COMMENT CARDS ARE RUN-
      *          WIDE, SO EVERY SUB-DECK GETS ALL OF THEM.  EACH SUB-
      *          DECK KEEPS THE ORIGINAL DECK ORDER.
      *
      *          THE STREAM COUNT (1-4) IS PASSED IN THE EXEC PARM,
      *          E.G. PARM='3'; NO PARM MEANS ALL FOUR.  A CARD IS
      *          MATCHED TO ITS TIMING HISTORY WITH ITS DATES BLANKED,
      *          SO A CARD WHOSE DATES ARE MOVED ON EACH RUN KEEPS ITS
      *          HISTORY.  A CARD WITH NO TIMING HISTORY (NEW TO THE
      *          DECK) IS WEIGHTED AT THE AVERAGE OF THE CARDS THAT
      *          HAVE ONE.  THE CCIDMRGE PROGRAM PUTS THE STREAMS'
      *          OUTPUTS BACK TOGETHER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-OS390.
       OBJECT-COMPUTER. IBM-OS390.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO UR-S-CLEANCRD
              ACCESS IS SEQUENTIAL.
           SELECT SPLIT-REPORT ASSIGN TO UR-S-CCIDSPLT
              ACCESS IS SEQUENTIAL.
           SELECT CARDTIME-FILE ASSIGN TO UR-S-CARDTIME
              ACCESS IS SEQUENTIAL.
           SELECT DECK1-FILE ASSIGN TO UR-S-CLEANCR1
              ACCESS IS SEQUENTIAL.
           SELECT DECK2-FILE ASSIGN TO UR-S-CLEANCR2
              ACCESS IS SEQUENTIAL.
           SELECT DECK3-FILE ASSIGN TO UR-S-CLEANCR3
              ACCESS IS SEQUENTIAL.
           SELECT DECK4-FILE ASSIGN TO UR-S-CLEANCR4
              ACCESS IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  INPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  INCARD.
            05  INCARD-FUNC              PIC X(4).
            05  INCARD-FUNC-COMM  REDEFINES INCARD-FUNC.
                10  INCARD-COMMENT       PIC X.
                10  FILLER               PIC X(3).
            05  INCARD-DATA.
                10  INCARD-PATH          PIC X.
                10  INCARD-SEARCH        PIC X.
                10  INCARD-RETURN        PIC X.
                10  INCARD-ENV           PIC X(8).
                10  INCARD-STG-ID        PIC X.
                10  INCARD-SYSTEM        PIC X(8).
                10  FILLER               PIC X(56).
      *
      *     ALTERNATE VIEW OF THE CARD DATA FOR THE 'USER' FUNCTION
      *     CARD, WHICH IS GROUPED BY ITS USERID.
      *
            05  INCARD-USER-DATA  REDEFINES INCARD-DATA.
                10  INCARD-USER-ID       PIC X(8).
                10  FILLER               PIC X(68).
      *
       FD  SPLIT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  REPORTLINE                    PIC X(132).
      *
      *     PER-CARD TIMING HISTORY WRITTEN BY CCIDRPT1, OLDEST RUN
      *     FIRST.  A CARD THAT RAN IN SEVERAL RUNS APPEARS SEVERAL
      *     TIMES; THE NEWEST TIMING IS THE ONE USED.
      *
       FD  CARDTIME-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CARDTIME-DATA                 PIC X(101).
      *
       FD  DECK1-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DECK1-DATA                    PIC X(80).
      *
       FD  DECK2-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DECK2-DATA                    PIC X(80).
      *
       FD  DECK3-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DECK3-DATA                    PIC X(80).
      *
       FD  DECK4-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DECK4-DATA                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  WS-LINECNT                    PIC S9(3) COMP-3 VALUE +60.
       77  WS-PAGECNT                    PIC S9(3) COMP-3 VALUE ZERO.
       77  WS-PRT-CCONTROL               PIC 9 VALUE ZERO.
       77  WS-CARDS-READ                 PIC 9(5) COMP-3  VALUE ZERO.
       77  WS-OPTION-CNT                 PIC 9(5) COMP-3  VALUE ZERO.
       77  WS-SELECT-CNT                 PIC 9(5) COMP-3  VALUE ZERO.
       77  WS-TIMED-CNT                  PIC 9(5) COMP-3  VALUE ZERO.
       77  WS-TIMED-TOTAL                PIC 9(9) COMP-3  VALUE ZERO.
       77  WS-DEFAULT-WEIGHT             PIC 9(6) COMP-3  VALUE 1.
           SKIP1
       01  INCARD-STATUS                 PIC 9            VALUE ZERO.
           88  INCARD-ALL-DONE  VALUE 1.
           SKIP1
      *
      *     NUMBER OF STREAMS FROM THE PARM, AND THE SLOT IN HAND
      *     WHEN WRITING A SUB-DECK.
      *
       01  WS-STREAM-CNT                 PIC 9            VALUE 4.
       01  WS-STR-SLOT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-STR-BEST                   PIC 9(4) COMP    VALUE ZERO.
           SKIP1
      *
      *     SET WHEN THE DECK OR GROUP TABLE FILLS.  A DECK THAT
      *     CANNOT BE HELD WHOLE IS NOT SPLIT AT ALL -- DROPPING
      *     CARDS WOULD QUIETLY SHRINK THE REPORT -- AND THE STEP
      *     ENDS WITH A NON-ZERO CONDITION CODE INSTEAD.
      *
       01  WS-SPLIT-FAIL-SW              PIC X            VALUE '0'.
           88  WS-SPLIT-FAILED  VALUE '1'.
           SKIP1
      *
      *     TIMING HISTORY TABLE: ONE ROW PER DISTINCT CARD IMAGE,
      *     HOLDING THE NEWEST ELAPSED TIME SEEN FOR IT.  THE IMAGE
      *     IS HELD WITH ITS DATES BLANKED.
      *
       01  CTH-RECORD.
           05  CTH-RUN-DATE     PIC 9(5).
           05  CTH-CARD-SEQ     PIC 9(4).
           05  CTH-API-CALLS    PIC 9(6).
           05  CTH-ELAPSED      PIC 9(6).
           05  CTH-CARD-IMAGE   PIC X(80).
       01  WS-CTH-EOF-SW                 PIC X            VALUE '0'.
           88  WS-CTH-AT-EOF     VALUE '1'.
       01  WS-TMH-OVFL-SW                PIC X            VALUE '0'.
           88  WS-TMH-OVFL       VALUE '1'.
       01  WS-TMH-CNT                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-TMH-TABLE.
           05  WS-TMH-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-TMH-IDX.
               10  TMH-IMAGE    PIC X(80).
               10  TMH-ELAPSED  PIC 9(6) COMP-3.
           SKIP1
      *
      *     A CARD IMAGE AS MATCHED AGAINST THE TIMING HISTORY: THE
      *     FROM/TO DATE RANGE OF A SELECTION CARD, THE FROM/TO OF A
      *     USER-ACTIVITY CARD AND THE CUTOFF OF A SOUT CARD ARE
      *     BLANKED, SINCE THEY ARE MOVED FORWARD FROM RUN TO RUN
      *     (OR RESOLVED AFRESH EACH DAY FROM A STORED PROFILE).
      *
       01  TMK-CARD.
           05  TMK-FUNC         PIC X(4).
           05  TMK-DATA.
               10  FILLER       PIC X(66).
               10  TMK-FROM-DATE PIC X(4).
               10  TMK-TO-DATE  PIC X(4).
               10  FILLER       PIC X(2).
           05  TMK-SOUT-DATA REDEFINES TMK-DATA.
               10  TMK-SOUT-CUTOFF PIC X(4).
               10  FILLER       PIC X(72).
           05  TMK-USER-DATA REDEFINES TMK-DATA.
               10  FILLER       PIC X(8).
               10  TMK-USER-FROM PIC X(4).
               10  TMK-USER-TO  PIC X(4).
               10  FILLER       PIC X(60).
           SKIP1
      *
      *     THE DECK AS READ.  DK-KIND IS 'O' FOR A RUN-WIDE CARD
      *     (OPTION OR COMMENT) THAT GOES TO EVERY SUB-DECK AND 'S'
      *     FOR A SELECTION CARD DEALT TO ONE STREAM BY ITS GROUP.
      *
       01  WS-DECK-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-DECK-TABLE.
           05  WS-DECK-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-DK-IDX.
               10  DK-IMAGE     PIC X(80).
               10  DK-KIND      PIC X.
               10  DK-TIMED     PIC X.
               10  DK-WEIGHT    PIC 9(6) COMP-3.
               10  DK-GROUP     PIC 9(4) COMP.
       01  DECK-CARD.
           05  DECK-FUNC        PIC X(4).
           05  DECK-DATA.
               10  FILLER       PIC X(3).
               10  DECK-ENV     PIC X(8).
               10  DECK-STG-ID  PIC X.
               10  DECK-SYSTEM  PIC X(8).
               10  FILLER       PIC X(56).
           05  DECK-USER-DATA REDEFINES DECK-DATA.
               10  DECK-USER-ID PIC X(8).
               10  FILLER       PIC X(68).
           SKIP1
      *
      *     CARD GROUPS: ONE PER SYSTEM (OR USERID FOR A USER-
      *     ACTIVITY CARD), WITH THE GROUP'S CARD COUNT, TOTAL
      *     WEIGHT IN SECONDS AND THE STREAM IT WAS DEALT TO.
      *     GROUPS WHOSE SYSTEMS CAN OVERLAP ARE JOINED INTO A SET:
      *     GRP-OWNER IS THE GROUP THAT OWNS THE SET, AND THE OWNER
      *     CARRIES THE SET'S CARD COUNT AND WEIGHT FOR THE DEAL.
      *
       01  WS-GRP-WORK-KEY.
           05  GRPW-KIND        PIC X(4).
           05  GRPW-NAME        PIC X(8).
       01  WS-GRP-CNT                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-GRP-BEST                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-GRP-BEST-WEIGHT            PIC 9(7) COMP-3  VALUE ZERO.
       01  WS-GRP-SLOT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-GRP-PAIR                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-GRP-KEEP                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-GRP-DROP                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-GRP-IDX.
               10  GRP-KEY.
                   15  GRP-KIND PIC X(4).
                   15  GRP-NAME PIC X(8).
               10  GRP-CARDS    PIC 9(4) COMP-3.
               10  GRP-WEIGHT   PIC 9(7) COMP-3.
               10  GRP-STREAM   PIC 9.
               10  GRP-OWNER    PIC 9(4) COMP.
               10  GRP-SET-CARDS PIC 9(4) COMP-3.
               10  GRP-SET-WEIGHT PIC 9(7) COMP-3.
           SKIP1
      *
      *     TWO SYSTEM NAMES COMPARED FOR AN OVERLAP.  A BLANK NAME
      *     MATCHES EVERY SYSTEM; '*' MATCHES THE REST OF THE NAME
      *     AND '%' ANY ONE CHARACTER.
      *
       01  WS-OVL-NAME-1.
           05  OVL-CHAR-1       PIC X      OCCURS 8 TIMES.
       01  WS-OVL-NAME-2.
           05  OVL-CHAR-2       PIC X      OCCURS 8 TIMES.
       01  WS-OVL-POS                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-OVL-SW                     PIC X            VALUE '0'.
           88  WS-NAMES-OVERLAP  VALUE '1'.
           SKIP1
      *
      *     RUNNING LOAD PER STREAM WHILE THE GROUPS ARE DEALT.
      *
       01  WS-STR-TABLE.
           05  WS-STR-ENTRY OCCURS 4 TIMES.
               10  STR-WEIGHT   PIC 9(7) COMP-3.
               10  STR-CARDS    PIC 9(4) COMP-3.
               10  STR-GROUPS   PIC 9(4) COMP-3.
           SKIP1
       01  HEADING-1.
           05  HDR1-CCONTROL    PIC X      VALUE '1'.
           05  HDR1-LINE.
           10  FILLER           PIC X(37)  VALUE SPACES.
           10  FILLER           PIC X(39)
               VALUE 'CONTROL DECK SPLIT FOR PARALLEL STREAMS'.
           10  FILLER           PIC X(45)  VALUE SPACES.
           10  FILLER           PIC X(5)   VALUE 'PAGE '.
           10  HDR1-PAGENO      PIC ZZ9.
           10  FILLER           PIC X(3)   VALUE SPACES.
           SKIP1
       01  HEADING-2.
           05  HDR2-CCONTROL    PIC X      VALUE '0'.
           05  HDR2-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(6)   VALUE 'GROUP'.
           10  FILLER           PIC X(10)  VALUE 'NAME'.
           10  FILLER           PIC X(8)   VALUE 'CARDS'.
           10  FILLER           PIC X(12)  VALUE 'EST-SECONDS'.
           10  FILLER           PIC X(8)   VALUE 'STREAM'.
           10  FILLER           PIC X(12)  VALUE 'DEALT WITH'.
           10  FILLER           PIC X(74)  VALUE SPACES.
           SKIP1
       01  DETAIL-1.
           05  DET1-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-KIND        PIC X(4).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-NAME        PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-CARDS       PIC ZZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET1-WEIGHT      PIC ZZZZZZ9.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  DET1-STREAM      PIC 9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  DET1-WITH        PIC X(8).
           05  FILLER           PIC X(78)  VALUE SPACES.
           SKIP1
       01  STRLINE.
           05  STRL-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'STREAM '.
           05  STRL-STREAM      PIC 9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'GROUPS: '.
           05  STRL-GROUPS      PIC ZZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'CARDS: '.
           05  STRL-CARDS       PIC ZZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(13)  VALUE 'EST-SECONDS: '.
           05  STRL-WEIGHT      PIC ZZZZZZ9.
           05  FILLER           PIC X(67)  VALUE SPACES.
           SKIP1
       01  TOTLINE.
           05  TOTL-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  TOTL-LABEL       PIC X(28).
           05  TOTL-COUNT       PIC ZZZZZ9.
           05  FILLER           PIC X(95)  VALUE SPACES.
           SKIP1
       01  ERRLINE.
           05  ERRL-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  ERRL-TEXT        PIC X(60).
           05  FILLER           PIC X(69)  VALUE SPACES.
           SKIP1
       01  PRINTAREA.
           05  PRT-CCONTROL     PIC X.
           05  PRT-DATA         PIC X(132).
           SKIP2
      *
      *     PARM AREA.  AN OPTIONAL STREAM COUNT, ONE DIGIT 1-4.
      *
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN      PIC S9(4) COMP.
           05  LS-PARM-TEXT     PIC X(1).
      *
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LINE.
           OPEN INPUT  INPUT-FILE.
           OPEN OUTPUT SPLIT-REPORT.
           IF LS-PARM-LEN > ZERO
              IF LS-PARM-TEXT = '1' OR '2' OR '3' OR '4'
                 MOVE LS-PARM-TEXT TO WS-STREAM-CNT
              ELSE
                 MOVE 'PARM MUST BE A STREAM COUNT 1-4 - 4 ASSUMED'
                      TO ERRL-TEXT
                 MOVE ERRLINE TO PRINTAREA
                 PERFORM W1000-WRITE THRU
                         W1009-EXIT.
           PERFORM A1005-LOAD-TIMINGS THRU
                   A1005-EXIT.
       MAIN-LOOP.
           PERFORM A1000-PROCESS-INPUT THRU
                   A1009-EXIT.
           IF INCARD-ALL-DONE
               GO TO MAIN-EXIT.
           GO TO MAIN-LOOP.
       MAIN-EXIT.
           PERFORM A1030-TERMINATION THRU
                   A1039-EXIT.
           STOP RUN.
       EJECT
      *
      *     HOLDS EACH CARD OF THE DECK, MARKING IT RUN-WIDE OR
      *     SELECTION AND PICKING UP ITS NEWEST HISTORICAL TIMING.
      *
       A1000-PROCESS-INPUT.
           READ INPUT-FILE AT END GO TO A1000-EOF.
           ADD 1 TO WS-CARDS-READ.
           IF WS-DECK-CNT NOT < 500
              IF NOT WS-SPLIT-FAILED
                 MOVE '1' TO WS-SPLIT-FAIL-SW
                 DISPLAY 'CCIDSPLT - DECK TABLE FULL AT 500 CARDS '
                         '- DECK NOT SPLIT'
              END-IF
              GO TO A1009-EXIT.
           ADD 1 TO WS-DECK-CNT.
           SET WS-DK-IDX TO WS-DECK-CNT.
           MOVE INCARD TO DK-IMAGE (WS-DK-IDX).
           MOVE 'N'    TO DK-TIMED (WS-DK-IDX).
           MOVE ZERO   TO DK-WEIGHT (WS-DK-IDX).
           MOVE ZERO   TO DK-GROUP (WS-DK-IDX).
           IF INCARD-COMMENT = '*' OR
                 INCARD-FUNC = 'SOUT' OR
                 INCARD-FUNC = 'WNDW'
              MOVE 'O' TO DK-KIND (WS-DK-IDX)
              ADD 1 TO WS-OPTION-CNT
              GO TO A1009-EXIT.
           MOVE 'S' TO DK-KIND (WS-DK-IDX).
           ADD 1 TO WS-SELECT-CNT.
           PERFORM B1000-FIND-TIMING THRU
                   B1000-EXIT.
           GO TO A1009-EXIT.
       A1000-EOF.
            MOVE 1 TO INCARD-STATUS.
       A1009-EXIT.
            EXIT.
            SKIP2
      *
      *     LOADS THE TIMING HISTORY, KEEPING ONE ROW PER DISTINCT
      *     CARD IMAGE.  THE FILE IS IN RUN ORDER, SO A LATER RECORD
      *     FOR AN IMAGE ALREADY HELD REPLACES ITS TIMING.
      *
       A1005-LOAD-TIMINGS.
            OPEN INPUT CARDTIME-FILE.
            MOVE '0' TO WS-CTH-EOF-SW.
       A1005-LOOP.
            READ CARDTIME-FILE INTO CTH-RECORD
                  AT END MOVE '1' TO WS-CTH-EOF-SW
            END-READ.
            IF WS-CTH-AT-EOF
               GO TO A1005-DONE.
            MOVE CTH-CARD-IMAGE TO TMK-CARD.
            PERFORM B1005-BLANK-DATES THRU
                    B1005-EXIT.
            IF WS-TMH-CNT > ZERO
               SET WS-TMH-IDX TO 1
               SEARCH WS-TMH-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-TMH-IDX > WS-TMH-CNT
                     CONTINUE
                  WHEN TMH-IMAGE (WS-TMH-IDX) = TMK-CARD
                     MOVE CTH-ELAPSED TO TMH-ELAPSED (WS-TMH-IDX)
                     GO TO A1005-LOOP
               END-SEARCH.
            IF WS-TMH-CNT < 500
               ADD 1 TO WS-TMH-CNT
               SET WS-TMH-IDX TO WS-TMH-CNT
               MOVE TMK-CARD       TO TMH-IMAGE (WS-TMH-IDX)
               MOVE CTH-ELAPSED    TO TMH-ELAPSED (WS-TMH-IDX)
            ELSE
               IF NOT WS-TMH-OVFL
                  MOVE '1' TO WS-TMH-OVFL-SW
                  DISPLAY 'CCIDSPLT - TIMING HISTORY TABLE FULL AT '
                          '500 CARDS - FURTHER CARDS TAKE THE '
                          'DEFAULT WEIGHT'
               END-IF.
            GO TO A1005-LOOP.
       A1005-DONE.
            CLOSE CARDTIME-FILE.
       A1005-EXIT.
            EXIT.
            SKIP2
      *
      *     WEIGHS THE DECK, FORMS THE GROUPS, DEALS THEM TO THE
      *     STREAMS, WRITES THE SUB-DECKS AND PRINTS THE SPLIT.
      *
       A1030-TERMINATION.
            CLOSE INPUT-FILE.
            IF WS-SPLIT-FAILED
               GO TO A1030-FAILED.
            PERFORM B1010-DEFAULT-WEIGHT THRU
                    B1010-EXIT.
            PERFORM B1020-BUILD-GROUPS THRU
                    B1020-EXIT.
            IF WS-SPLIT-FAILED
               GO TO A1030-FAILED.
            PERFORM B1030-DEAL-GROUPS THRU
                    B1030-EXIT.
            PERFORM B1040-WRITE-DECKS THRU
                    B1040-EXIT.
            PERFORM B1050-SPLIT-REPORT THRU
                    B1050-EXIT.
            GO TO A1030-TOTALS.
       A1030-FAILED.
            MOVE 'DECK TOO LARGE TO SPLIT - NO SUB-DECKS WRITTEN'
                 TO ERRL-TEXT.
            MOVE ERRLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       A1030-TOTALS.
            MOVE 'CARDS READ'                 TO TOTL-LABEL.
            MOVE WS-CARDS-READ                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'RUN-WIDE CARDS TO EVERY DECK' TO TOTL-LABEL.
            MOVE WS-OPTION-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'SELECTION CARDS'            TO TOTL-LABEL.
            MOVE WS-SELECT-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'CARDS WITH TIMING HISTORY'  TO TOTL-LABEL.
            MOVE WS-TIMED-CNT                 TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'DEFAULT CARD WEIGHT (SECS)' TO TOTL-LABEL.
            MOVE WS-DEFAULT-WEIGHT            TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'STREAMS'                    TO TOTL-LABEL.
            MOVE WS-STREAM-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            CLOSE SPLIT-REPORT.
            IF WS-SPLIT-FAILED
               MOVE 8 TO RETURN-CODE.
       A1039-EXIT.
            EXIT.
            SKIP2
      *
      *     LOOKS THE SELECTION CARD IN HAND UP IN THE TIMING
      *     HISTORY, WITH ITS DATES BLANKED AS THE HISTORY'S ARE,
      *     SO A CARD WHOSE DATE RANGE HAS MOVED ON SINCE IT LAST
      *     RAN STILL FINDS ITS TIMING.  A CARD THAT TOOK UNDER A
      *     SECOND STILL COSTS A STREAM SOMETHING, SO EVERY WEIGHT IS
      *     ONE MORE THAN THE ELAPSED SECONDS RECORDED.
      *
       B1000-FIND-TIMING.
            IF WS-TMH-CNT = ZERO
               GO TO B1000-EXIT.
            MOVE INCARD TO TMK-CARD.
            PERFORM B1005-BLANK-DATES THRU
                    B1005-EXIT.
            SET WS-TMH-IDX TO 1.
       B1000-LOOP.
            IF WS-TMH-IDX > WS-TMH-CNT
               GO TO B1000-EXIT.
            IF TMH-IMAGE (WS-TMH-IDX) = TMK-CARD
               MOVE 'Y' TO DK-TIMED (WS-DK-IDX)
               COMPUTE DK-WEIGHT (WS-DK-IDX) =
                       TMH-ELAPSED (WS-TMH-IDX) + 1
               ADD 1 TO WS-TIMED-CNT
               ADD DK-WEIGHT (WS-DK-IDX) TO WS-TIMED-TOTAL
               GO TO B1000-EXIT.
            SET WS-TMH-IDX UP BY 1.
            GO TO B1000-LOOP.
       B1000-EXIT.
            EXIT.
            SKIP2
       B1005-BLANK-DATES.
            IF TMK-FUNC = 'USER'
               MOVE SPACES TO TMK-USER-FROM
               MOVE SPACES TO TMK-USER-TO
               GO TO B1005-EXIT.
            IF TMK-FUNC = 'SOUT'
               MOVE SPACES TO TMK-SOUT-CUTOFF
               GO TO B1005-EXIT.
            MOVE SPACES TO TMK-FROM-DATE.
            MOVE SPACES TO TMK-TO-DATE.
       B1005-EXIT.
            EXIT.
            SKIP2
      *
      *     A CARD NEW TO THE DECK HAS NO HISTORY; IT IS WEIGHTED AT
      *     THE AVERAGE OF THE CARDS THAT DO, OR ONE SECOND WHEN NO
      *     CARD HAS HISTORY YET (THE FIRST PARALLEL RUN, WHICH THEN
      *     SIMPLY DEALS THE GROUPS OUT BY CARD COUNT).
      *
       B1010-DEFAULT-WEIGHT.
            IF WS-TIMED-CNT > ZERO
               COMPUTE WS-DEFAULT-WEIGHT =
                       WS-TIMED-TOTAL / WS-TIMED-CNT.
            IF WS-DEFAULT-WEIGHT < 1
               MOVE 1 TO WS-DEFAULT-WEIGHT.
       B1010-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE PASS OF THE DECK PUTTING EACH SELECTION CARD INTO
      *     ITS GROUP AND ADDING ITS WEIGHT TO THE GROUP'S TOTAL.
      *
       B1020-BUILD-GROUPS.
            IF WS-DECK-CNT = ZERO
               GO TO B1020-EXIT.
            SET WS-DK-IDX TO 1.
       B1020-LOOP.
            IF WS-DK-IDX > WS-DECK-CNT
               GO TO B1020-JOIN.
            IF DK-KIND (WS-DK-IDX) = 'O'
               GO TO B1020-NEXT.
            IF DK-TIMED (WS-DK-IDX) = 'N'
               MOVE WS-DEFAULT-WEIGHT TO DK-WEIGHT (WS-DK-IDX).
            MOVE DK-IMAGE (WS-DK-IDX) TO DECK-CARD.
            IF DECK-FUNC = 'USER'
               MOVE 'USER'       TO GRPW-KIND
               MOVE DECK-USER-ID TO GRPW-NAME
            ELSE
               MOVE 'SYS '       TO GRPW-KIND
               MOVE DECK-SYSTEM  TO GRPW-NAME.
            PERFORM B1025-FIND-GROUP THRU
                    B1025-EXIT.
            IF WS-SPLIT-FAILED
               GO TO B1020-EXIT.
       B1020-NEXT.
            SET WS-DK-IDX UP BY 1.
            GO TO B1020-LOOP.
       B1020-JOIN.
            PERFORM B1026-JOIN-GROUPS THRU
                    B1026-EXIT.
       B1020-EXIT.
            EXIT.
            SKIP2
       B1025-FIND-GROUP.
            IF WS-GRP-CNT = ZERO
               GO TO B1025-ADD.
            SET WS-GRP-IDX TO 1.
       B1025-LOOP.
            IF WS-GRP-IDX > WS-GRP-CNT
               GO TO B1025-ADD.
            IF GRP-KEY (WS-GRP-IDX) = WS-GRP-WORK-KEY
               GO TO B1025-FOUND.
            SET WS-GRP-IDX UP BY 1.
            GO TO B1025-LOOP.
       B1025-ADD.
            IF WS-GRP-CNT NOT < 200
               MOVE '1' TO WS-SPLIT-FAIL-SW
               DISPLAY 'CCIDSPLT - GROUP TABLE FULL AT 200 GROUPS '
                       '- DECK NOT SPLIT'
               GO TO B1025-EXIT.
            ADD 1 TO WS-GRP-CNT.
            SET WS-GRP-IDX TO WS-GRP-CNT.
            MOVE WS-GRP-WORK-KEY TO GRP-KEY (WS-GRP-IDX).
            MOVE ZERO            TO GRP-CARDS (WS-GRP-IDX).
            MOVE ZERO            TO GRP-WEIGHT (WS-GRP-IDX).
            MOVE ZERO            TO GRP-STREAM (WS-GRP-IDX).
            MOVE WS-GRP-CNT      TO GRP-OWNER (WS-GRP-IDX).
            MOVE ZERO            TO GRP-SET-CARDS (WS-GRP-IDX).
            MOVE ZERO            TO GRP-SET-WEIGHT (WS-GRP-IDX).
       B1025-FOUND.
            ADD 1 TO GRP-CARDS (WS-GRP-IDX).
            ADD DK-WEIGHT (WS-DK-IDX) TO GRP-WEIGHT (WS-GRP-IDX).
            ADD 1 TO GRP-SET-CARDS (WS-GRP-IDX).
            ADD DK-WEIGHT (WS-DK-IDX) TO GRP-SET-WEIGHT (WS-GRP-IDX).
            SET DK-GROUP (WS-DK-IDX) TO WS-GRP-IDX.
       B1025-EXIT.
            EXIT.
            SKIP2
      *
      *     A CARD WHOSE SYSTEM IS BLANK OR MASKED CAN SELECT THE
      *     SAME ELEMENTS AS THE CARDS FOR ANY SYSTEM IT MATCHES, AND
      *     THE DUPLICATE, COLLISION AND ONE-USERID CHECKS ONLY SEE
      *     WHAT ONE STREAM SELECTED.  SO EVERY TWO SYSTEM GROUPS
      *     WHOSE NAMES CAN MATCH THE SAME SYSTEM ARE JOINED INTO ONE
      *     SET, AND THE SET IS DEALT TO A STREAM AS A WHOLE.
      *
       B1026-JOIN-GROUPS.
            IF WS-GRP-CNT < 2
               GO TO B1026-EXIT.
            MOVE 1 TO WS-GRP-SLOT.
       B1026-OUTER.
            IF WS-GRP-SLOT NOT < WS-GRP-CNT
               GO TO B1026-EXIT.
            IF GRP-KIND (WS-GRP-SLOT) NOT = 'SYS '
               GO TO B1026-NEXT-OUTER.
            COMPUTE WS-GRP-PAIR = WS-GRP-SLOT + 1.
       B1026-INNER.
            IF WS-GRP-PAIR > WS-GRP-CNT
               GO TO B1026-NEXT-OUTER.
            IF GRP-KIND (WS-GRP-PAIR) NOT = 'SYS '
               GO TO B1026-NEXT-INNER.
            MOVE GRP-NAME (WS-GRP-SLOT) TO WS-OVL-NAME-1.
            MOVE GRP-NAME (WS-GRP-PAIR) TO WS-OVL-NAME-2.
            PERFORM B1027-NAMES-OVERLAP THRU
                    B1027-EXIT.
            IF NOT WS-NAMES-OVERLAP
               GO TO B1026-NEXT-INNER.
            MOVE GRP-OWNER (WS-GRP-SLOT) TO WS-GRP-KEEP.
            MOVE GRP-OWNER (WS-GRP-PAIR) TO WS-GRP-DROP.
            IF WS-GRP-DROP < WS-GRP-KEEP
               MOVE GRP-OWNER (WS-GRP-PAIR) TO WS-GRP-KEEP
               MOVE GRP-OWNER (WS-GRP-SLOT) TO WS-GRP-DROP.
            IF WS-GRP-KEEP NOT = WS-GRP-DROP
               PERFORM B1028-MERGE-SETS THRU
                       B1028-EXIT.
       B1026-NEXT-INNER.
            ADD 1 TO WS-GRP-PAIR.
            GO TO B1026-INNER.
       B1026-NEXT-OUTER.
            ADD 1 TO WS-GRP-SLOT.
            GO TO B1026-OUTER.
       B1026-EXIT.
            EXIT.
            SKIP2
       B1027-NAMES-OVERLAP.
            MOVE '1' TO WS-OVL-SW.
            IF WS-OVL-NAME-1 = SPACES OR WS-OVL-NAME-2 = SPACES
               GO TO B1027-EXIT.
            MOVE ZERO TO WS-OVL-POS.
       B1027-LOOP.
            ADD 1 TO WS-OVL-POS.
            IF WS-OVL-POS > 8
               GO TO B1027-EXIT.
            IF OVL-CHAR-1 (WS-OVL-POS) = '*' OR
                  OVL-CHAR-2 (WS-OVL-POS) = '*'
               GO TO B1027-EXIT.
            IF OVL-CHAR-1 (WS-OVL-POS) = OVL-CHAR-2 (WS-OVL-POS)
               GO TO B1027-LOOP.
            IF OVL-CHAR-1 (WS-OVL-POS) = '%'
               IF OVL-CHAR-2 (WS-OVL-POS) NOT = SPACE
                  GO TO B1027-LOOP.
            IF OVL-CHAR-2 (WS-OVL-POS) = '%'
               IF OVL-CHAR-1 (WS-OVL-POS) NOT = SPACE
                  GO TO B1027-LOOP.
            MOVE '0' TO WS-OVL-SW.
       B1027-EXIT.
            EXIT.
            SKIP2
      *
      *     FOLDS THE SET OWNED BY WS-GRP-DROP INTO THE SET OWNED BY
      *     WS-GRP-KEEP, SO A SET IS ALWAYS OWNED BY ITS FIRST GROUP.
      *
       B1028-MERGE-SETS.
            ADD GRP-SET-CARDS (WS-GRP-DROP)
                TO GRP-SET-CARDS (WS-GRP-KEEP).
            ADD GRP-SET-WEIGHT (WS-GRP-DROP)
                TO GRP-SET-WEIGHT (WS-GRP-KEEP).
            MOVE ZERO TO GRP-SET-CARDS (WS-GRP-DROP).
            MOVE ZERO TO GRP-SET-WEIGHT (WS-GRP-DROP).
            SET WS-GRP-IDX TO 1.
       B1028-LOOP.
            IF WS-GRP-IDX > WS-GRP-CNT
               GO TO B1028-EXIT.
            IF GRP-OWNER (WS-GRP-IDX) = WS-GRP-DROP
               MOVE WS-GRP-KEEP TO GRP-OWNER (WS-GRP-IDX).
            SET WS-GRP-IDX UP BY 1.
            GO TO B1028-LOOP.
       B1028-EXIT.
            EXIT.
            SKIP2
      *
      *     DEALS THE GROUPS OUT HEAVIEST FIRST, EACH TO THE STREAM
      *     CARRYING THE LEAST WEIGHT SO FAR (THE LOWEST-NUMBERED ON
      *     A TIE), WHICH KEEPS THE STREAMS' FINISHING TIMES CLOSE.
      *     ONLY A SET'S OWNER IS DEALT, AT THE SET'S WEIGHT; THE
      *     OTHER GROUPS OF THE SET THEN TAKE THE OWNER'S STREAM.
      *
       B1030-DEAL-GROUPS.
            MOVE ZERO TO WS-STR-SLOT.
       B1030-CLEAR.
            ADD 1 TO WS-STR-SLOT.
            IF WS-STR-SLOT > 4
               GO TO B1030-PICK.
            MOVE ZERO TO STR-WEIGHT (WS-STR-SLOT).
            MOVE ZERO TO STR-CARDS (WS-STR-SLOT).
            MOVE ZERO TO STR-GROUPS (WS-STR-SLOT).
            GO TO B1030-CLEAR.
       B1030-PICK.
            MOVE ZERO TO WS-GRP-BEST.
            MOVE ZERO TO WS-GRP-BEST-WEIGHT.
            IF WS-GRP-CNT = ZERO
               GO TO B1030-EXIT.
            SET WS-GRP-IDX TO 1.
       B1030-SCAN.
            IF WS-GRP-IDX > WS-GRP-CNT
               GO TO B1030-PLACE.
            SET WS-GRP-SLOT TO WS-GRP-IDX.
            IF GRP-OWNER (WS-GRP-IDX) NOT = WS-GRP-SLOT
               GO TO B1030-SCAN-NEXT.
            IF GRP-STREAM (WS-GRP-IDX) = ZERO
               IF WS-GRP-BEST = ZERO OR
                     GRP-SET-WEIGHT (WS-GRP-IDX) > WS-GRP-BEST-WEIGHT
                  SET WS-GRP-BEST TO WS-GRP-IDX
                  MOVE GRP-SET-WEIGHT (WS-GRP-IDX)
                    TO WS-GRP-BEST-WEIGHT.
       B1030-SCAN-NEXT.
            SET WS-GRP-IDX UP BY 1.
            GO TO B1030-SCAN.
       B1030-PLACE.
            IF WS-GRP-BEST = ZERO
               GO TO B1030-SHARE.
            MOVE 1 TO WS-STR-BEST.
            MOVE 1 TO WS-STR-SLOT.
       B1030-LIGHTEST.
            ADD 1 TO WS-STR-SLOT.
            IF WS-STR-SLOT > WS-STREAM-CNT
               GO TO B1030-ASSIGN.
            IF STR-WEIGHT (WS-STR-SLOT) < STR-WEIGHT (WS-STR-BEST)
               MOVE WS-STR-SLOT TO WS-STR-BEST.
            GO TO B1030-LIGHTEST.
       B1030-ASSIGN.
            SET WS-GRP-IDX TO WS-GRP-BEST.
            MOVE WS-STR-BEST TO GRP-STREAM (WS-GRP-IDX).
            ADD GRP-SET-WEIGHT (WS-GRP-IDX) TO STR-WEIGHT (WS-STR-BEST).
            ADD GRP-SET-CARDS (WS-GRP-IDX)  TO STR-CARDS (WS-STR-BEST).
            ADD 1                           TO STR-GROUPS (WS-STR-BEST).
            GO TO B1030-PICK.
       B1030-SHARE.
            SET WS-GRP-IDX TO 1.
       B1030-SHARE-LOOP.
            IF WS-GRP-IDX > WS-GRP-CNT
               GO TO B1030-EXIT.
            SET WS-GRP-SLOT TO WS-GRP-IDX.
            MOVE GRP-OWNER (WS-GRP-IDX) TO WS-GRP-KEEP.
            IF WS-GRP-KEEP NOT = WS-GRP-SLOT
               MOVE GRP-STREAM (WS-GRP-KEEP) TO GRP-STREAM (WS-GRP-IDX)
               MOVE GRP-STREAM (WS-GRP-KEEP) TO WS-STR-SLOT
               ADD 1 TO STR-GROUPS (WS-STR-SLOT).
            SET WS-GRP-IDX UP BY 1.
            GO TO B1030-SHARE-LOOP.
       B1030-EXIT.
            EXIT.
            SKIP2
      *
      *     WRITES EACH SUB-DECK IN ORIGINAL DECK ORDER: EVERY RUN-
      *     WIDE CARD, PLUS THE SELECTION CARDS WHOSE GROUP WAS DEALT
      *     TO THAT STREAM.  A STREAM THAT DREW NO GROUPS STILL GETS
      *     THE RUN-WIDE CARDS AND RUNS AS AN EMPTY REPORT.
      *
       B1040-WRITE-DECKS.
            MOVE ZERO TO WS-STR-SLOT.
       B1040-STREAM.
            ADD 1 TO WS-STR-SLOT.
            IF WS-STR-SLOT > WS-STREAM-CNT
               GO TO B1040-EXIT.
            PERFORM W2030-OPEN-DECK THRU
                    W2039-EXIT.
            IF WS-DECK-CNT = ZERO
               GO TO B1040-CLOSE.
            SET WS-DK-IDX TO 1.
       B1040-CARD.
            IF WS-DK-IDX > WS-DECK-CNT
               GO TO B1040-CLOSE.
            IF DK-KIND (WS-DK-IDX) = 'O'
               PERFORM W2020-PUT-DECK-CARD THRU
                       W2029-EXIT
               GO TO B1040-NEXT.
            SET WS-GRP-IDX TO DK-GROUP (WS-DK-IDX).
            IF GRP-STREAM (WS-GRP-IDX) = WS-STR-SLOT
               PERFORM W2020-PUT-DECK-CARD THRU
                       W2029-EXIT.
       B1040-NEXT.
            SET WS-DK-IDX UP BY 1.
            GO TO B1040-CARD.
       B1040-CLOSE.
            PERFORM W2040-CLOSE-DECK THRU
                    W2049-EXIT.
            GO TO B1040-STREAM.
       B1040-EXIT.
            EXIT.
            SKIP2
      *
      *     PRINTS EVERY GROUP WITH ITS CARD COUNT, WEIGHT AND
      *     STREAM (AND, FOR A GROUP JOINED TO ANOTHER'S SET, THE
      *     SYSTEM IT WAS DEALT WITH), THEN ONE LINE PER STREAM WITH
      *     ITS LOAD, SO THE BALANCE CAN BE CHECKED AGAINST THE
      *     STREAMS' ACTUAL ELAPSED TIMES THE NEXT MORNING.
      *
       B1050-SPLIT-REPORT.
            MOVE HEADING-2 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-GRP-CNT = ZERO
               GO TO B1050-STREAMS.
            SET WS-GRP-IDX TO 1.
       B1050-LOOP.
            IF WS-GRP-IDX > WS-GRP-CNT
               GO TO B1050-STREAMS.
            MOVE GRP-KEY (WS-GRP-IDX)    TO WS-GRP-WORK-KEY.
            MOVE GRPW-KIND               TO DET1-KIND.
            MOVE GRPW-NAME               TO DET1-NAME.
            MOVE GRP-CARDS (WS-GRP-IDX)  TO DET1-CARDS.
            MOVE GRP-WEIGHT (WS-GRP-IDX) TO DET1-WEIGHT.
            MOVE GRP-STREAM (WS-GRP-IDX) TO DET1-STREAM.
            MOVE SPACES                  TO DET1-WITH.
            SET WS-GRP-SLOT TO WS-GRP-IDX.
            MOVE GRP-OWNER (WS-GRP-IDX)  TO WS-GRP-KEEP.
            IF WS-GRP-KEEP NOT = WS-GRP-SLOT
               MOVE GRP-NAME (WS-GRP-KEEP) TO DET1-WITH.
            MOVE DETAIL-1 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            SET WS-GRP-IDX UP BY 1.
            GO TO B1050-LOOP.
       B1050-STREAMS.
            MOVE '0' TO STRL-CCONTROL.
            MOVE ZERO TO WS-STR-SLOT.
       B1050-STR-LOOP.
            ADD 1 TO WS-STR-SLOT.
            IF WS-STR-SLOT > WS-STREAM-CNT
               GO TO B1050-EXIT.
            MOVE WS-STR-SLOT              TO STRL-STREAM.
            MOVE STR-GROUPS (WS-STR-SLOT) TO STRL-GROUPS.
            MOVE STR-CARDS (WS-STR-SLOT)  TO STRL-CARDS.
            MOVE STR-WEIGHT (WS-STR-SLOT) TO STRL-WEIGHT.
            MOVE STRLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ' ' TO STRL-CCONTROL.
            GO TO B1050-STR-LOOP.
       B1050-EXIT.
            EXIT.
            SKIP2
       W1000-WRITE.
            IF WS-LINECNT > 59
               PERFORM W1010-PRINT-HDR1 THRU
                 W1019-EXIT.
            IF PRT-CCONTROL = '0'
               MOVE 2 TO WS-PRT-CCONTROL
            ELSE
               MOVE 1 TO WS-PRT-CCONTROL.
            ADD WS-PRT-CCONTROL TO WS-LINECNT.
            WRITE REPORTLINE FROM PRT-DATA AFTER ADVANCING
                  WS-PRT-CCONTROL LINES.
       W1009-EXIT.
            EXIT.
            SKIP2
       W1010-PRINT-HDR1.
            COMPUTE WS-LINECNT = 1.
            COMPUTE WS-PAGECNT = WS-PAGECNT + 1.
            MOVE WS-PAGECNT TO HDR1-PAGENO.
            WRITE REPORTLINE FROM HDR1-LINE AFTER ADVANCING
                  TOP-OF-PAGE.
       W1019-EXIT.
            EXIT.
            SKIP2
      *
      *     SUB-DECK WRITER.  THE STREAM SLOT IN HAND PICKS THE FILE.
      *
       W2020-PUT-DECK-CARD.
            IF WS-STR-SLOT = 1
               WRITE DECK1-DATA FROM DK-IMAGE (WS-DK-IDX).
            IF WS-STR-SLOT = 2
               WRITE DECK2-DATA FROM DK-IMAGE (WS-DK-IDX).
            IF WS-STR-SLOT = 3
               WRITE DECK3-DATA FROM DK-IMAGE (WS-DK-IDX).
            IF WS-STR-SLOT = 4
               WRITE DECK4-DATA FROM DK-IMAGE (WS-DK-IDX).
       W2029-EXIT.
            EXIT.
            SKIP2
       W2030-OPEN-DECK.
            IF WS-STR-SLOT = 1
               OPEN OUTPUT DECK1-FILE.
            IF WS-STR-SLOT = 2
               OPEN OUTPUT DECK2-FILE.
            IF WS-STR-SLOT = 3
               OPEN OUTPUT DECK3-FILE.
            IF WS-STR-SLOT = 4
               OPEN OUTPUT DECK4-FILE.
       W2039-EXIT.
            EXIT.
            SKIP2
       W2040-CLOSE-DECK.
            IF WS-STR-SLOT = 1
               CLOSE DECK1-FILE.
            IF WS-STR-SLOT = 2
               CLOSE DECK2-FILE.
            IF WS-STR-SLOT = 3
               CLOSE DECK3-FILE.
            IF WS-STR-SLOT = 4
               CLOSE DECK4-FILE.
       W2049-EXIT.
            EXIT.
