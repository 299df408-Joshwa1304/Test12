       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCIDMRBD.
      *REMARKS.  REBUILDS OR VERIFIES THE ELEMENT MASTER KEPT BY
      *          CCIDRPT1 FROM THE EVIDENCE THE JOB ALREADY KEEPS: THE
      *          CARRIED-FORWARD INVENTORY GENERATIONS (CCIDGENO) AND
      *          THE CCIDMPRG PURGE ARCHIVE (MSTRARCH).  THE CONTROL
      *          CARD NAMES THE MODE.
      *
      *          REBUILD LOADS AN EMPTY MASTER CLUSTER WITH ONE RECORD
      *          PER CCID/ELEMENT/TYPE THE GENERATIONS SHOW SINCE ITS
      *          LAST PURGE, FIRST-SEEN/LAST-SEEN BEING THE EARLIEST
      *          AND LATEST RUN DATES AND THE RUN COUNT THE NUMBER OF
      *          DISTINCT RUN DATES, EXACTLY AS CCIDRPT1 WOULD HAVE
      *          BUILT THEM.  KEYS WHOSE LAST APPEARANCE IS ON THE
      *          ARCHIVE WERE PURGED AND ARE NOT RELOADED.
      *
      *          VERIFY READS THE MASTER AGAINST THE SAME EVIDENCE AND
      *          LISTS EVERY RECORD WHOSE FIRST-SEEN, LAST-SEEN OR RUN
      *          COUNT DISAGREES, EVERY KEY THE EVIDENCE HAS THAT THE
      *          MASTER LACKS AND EVERY MASTER KEY THE EVIDENCE DOES
      *          NOT SUPPORT.
      *
      *          THE GENERATION FILE ONLY REACHES BACK AS FAR AS ITS
      *          OLDEST RETAINED RUN DATE.  A KEY ALREADY PRESENT IN
      *          THAT OLDEST GENERATION MAY HAVE BEEN SEEN EARLIER, SO
      *          ITS FIRST-SEEN IS MARKED AT-OR-BEFORE AND ITS RUN
      *          COUNT IS A MINIMUM; VERIFY ACCEPTS ANY MASTER VALUE
      *          CONSISTENT WITH THAT.  A MASTER KEY LAST SEEN BEFORE
      *          THE OLDEST GENERATION AND NOT YET PURGED CANNOT BE
      *          PROVEN EITHER WAY AND IS LISTED SEPARATELY.
      *
      *          THE MASTER ALSO HOLDS CCIDRPT1'S RUN CONTROL RECORD
      *          (KEY OF LOW-VALUES), THE LAST COMPLETED RUN.  REBUILD
      *          LOADS IT FROM THE CCIDGENO HEADER, WHICH THAT RUN
      *          WROTE; VERIFY PASSES IT OVER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-OS390.
       OBJECT-COMPUTER. IBM-OS390.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO UR-S-SYSIN
              ACCESS IS SEQUENTIAL.
           SELECT RBD-REPORT ASSIGN TO UR-S-CCIDMRBD
              ACCESS IS SEQUENTIAL.
           SELECT GENIN-FILE ASSIGN TO UR-S-CCIDGENO
              ACCESS IS SEQUENTIAL.
           SELECT GENS-FILE ASSIGN TO UR-S-GENSRT
              ACCESS IS SEQUENTIAL.
           SELECT ARCH-FILE ASSIGN TO UR-S-MSTRARCH
              ACCESS IS SEQUENTIAL.
           SELECT ARCS-FILE ASSIGN TO UR-S-ARCSRT
              ACCESS IS SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO CCIDMSTR
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS MSTR-KEY.
           SELECT GEN-SORT-FILE ASSIGN TO UR-S-GSRTFILE.
           SELECT ARC-SORT-FILE ASSIGN TO UR-S-ASRTFILE.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  INPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RBDCARD.
           05  RBDCARD-MODE             PIC X(7).
           05  RBDCARD-COMM  REDEFINES RBDCARD-MODE.
               10  RBDCARD-COMMENT      PIC X.
               10  FILLER               PIC X(6).
           05  FILLER                   PIC X(73).
      *
       FD  RBD-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  REPORTLINE                    PIC X(132).
      *
      *     THE CARRIED-FORWARD GENERATIONS AS CCIDRPT1 WROTE THEM,
      *     AND THE SAME RECORDS IN KEY/RUN-DATE SEQUENCE.
      *
       FD  GENIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  GENIN-DATA                    PIC X(35).
      *
       FD  GENS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  GENS-DATA                     PIC X(35).
      *
      *     THE CCIDMPRG ARCHIVE, AND THE SAME RECORDS IN KEY/LAST-
      *     SEEN SEQUENCE.  A KEY PURGED, SEEN AGAIN AND PURGED AGAIN
      *     HAS MORE THAN ONE ARCHIVE RECORD; THE LATEST PURGE IS THE
      *     ONE THAT COUNTS.
      *
       FD  ARCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ARCH-DATA                     PIC X(45).
      *
       FD  ARCS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ARCS-DATA                     PIC X(45).
      *
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD.
           05  MSTR-KEY.
               10  MSTR-CCID    PIC X(12).
               10  MSTR-ELEMENT PIC X(10).
               10  MSTR-TYPE    PIC X(8).
           05  MSTR-FIRST-SEEN  PIC X(5).
           05  MSTR-LAST-SEEN   PIC X(5).
           05  MSTR-RUN-COUNT   PIC 9(5).
       01  MASTER-CTL-RECORD.
           05  MCTL-KEY         PIC X(30).
           05  MCTL-RUN-DATE    PIC 9(5).
           05  MCTL-RUN-SEQ     PIC 9(6).
           05  FILLER           PIC X(4).
      *
       SD  GEN-SORT-FILE
           DATA RECORD IS GEN-SORT-RECORD.
       01  GEN-SORT-RECORD.
           05  GNS-RUN-DATE     PIC X(5).
           05  GNS-KEY          PIC X(30).
      *
       SD  ARC-SORT-FILE
           DATA RECORD IS ARC-SORT-RECORD.
       01  ARC-SORT-RECORD.
           05  ARS-KEY          PIC X(30).
           05  ARS-FIRST-SEEN   PIC X(5).
           05  ARS-LAST-SEEN    PIC X(5).
           05  ARS-RUN-COUNT    PIC 9(5).
      *
       WORKING-STORAGE SECTION.
       77  WS-LINECNT                    PIC S9(3) COMP-3 VALUE +60.
       77  WS-PAGECNT                    PIC S9(3) COMP-3 VALUE ZERO.
       77  WS-PRT-CCONTROL               PIC 9 VALUE ZERO.
       77  WS-GEN-CNT                    PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-ARCH-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-MSTR-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-LOADED-CNT                 PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-OPEN-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-PURGED-CNT                 PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-WRITE-ERR-CNT              PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-AGREE-CNT                  PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-MISMATCH-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-MISSING-CNT                PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-MSTR-ONLY-CNT              PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-PURGED-ON-MSTR-CNT         PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-UNPROVEN-CNT               PIC 9(6) COMP-3  VALUE ZERO.
           SKIP1
       01  RBDCARD-STATUS                PIC 9            VALUE ZERO.
           88  RBDCARD-ALL-DONE VALUE 1.
           SKIP1
      *
      *     THE MODE FROM THE CONTROL CARD.  ONLY THE FIRST VALID
      *     MODE CARD IS ACTED ON.
      *
       01  WS-MODE                       PIC X(7)         VALUE SPACES.
           88  WS-MODE-REBUILD  VALUE 'REBUILD'.
           88  WS-MODE-VERIFY   VALUE 'VERIFY '.
       01  WS-MODE-SW                    PIC X            VALUE '0'.
           88  WS-MODE-VALID    VALUE '1'.
           SKIP1
       01  WS-GENIN-EOF-SW               PIC X            VALUE '0'.
           88  WS-GENIN-AT-EOF   VALUE '1'.
           SKIP1
      *
      *     OLDEST RUN DATE ON THE GENERATION FILE: THE FARTHEST
      *     BACK THE EVIDENCE REACHES.
      *
       01  WS-OLDEST-GEN                 PIC X(5)         VALUE SPACES.
           SKIP1
      *
      *     CCIDGENO OPENS WITH A HEADER AND CLOSES WITH A TRAILER
      *     CARRYING ITS DETAIL COUNT.  A FILE WITHOUT BOTH, OR WHOSE
      *     COUNT DISAGREES, IS INCOMPLETE AND NOTHING IS BUILT OR
      *     VERIFIED FROM IT.
      *
       01  WS-GEN-HDR-SW                 PIC X            VALUE '0'.
           88  WS-GEN-HAS-HDR    VALUE '1'.
       01  WS-GEN-TRL-SW                 PIC X            VALUE '0'.
           88  WS-GEN-HAS-TRL    VALUE '1'.
       01  WS-GEN-TRL-COUNT              PIC 9(9)         VALUE ZERO.
       01  WS-GEN-RUN-DATE               PIC 9(5)         VALUE ZERO.
       01  WS-GEN-RUN-SEQ                PIC 9(6)         VALUE ZERO.
       01  WS-GEN-REC-CNT                PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-GENCHK-FAIL-SW             PIC X            VALUE '0'.
           88  WS-GENCHK-FAILED  VALUE '1'.
           SKIP1
      *
      *     CURRENT RECORD FROM EACH OF THE THREE KEY-SEQUENCED
      *     STREAMS IN THE MATCH PASS.  AN EXHAUSTED STREAM HAS ITS
      *     KEY SET TO HIGH-VALUES SO IT NEVER WINS THE LOW KEY.
      *
       01  GEN-RECORD.
           05  GEN-RUN-DATE     PIC X(5).
           05  GEN-KEY.
               10  GEN-CCID     PIC X(12).
               10  GEN-ELEMENT  PIC X(10).
               10  GEN-TYPE     PIC X(8).
       01  GEN-CTL-RECORD REDEFINES GEN-RECORD.
           05  GCTL-MARK        PIC X(5).
               88  GCTL-HEADER   VALUE LOW-VALUES.
               88  GCTL-TRAILER  VALUE HIGH-VALUES.
           05  GCTL-RUN-DATE    PIC 9(5).
           05  GCTL-RUN-SEQ     PIC 9(6).
           05  GCTL-REC-COUNT   PIC 9(9).
           05  FILLER           PIC X(10).
       01  ARC-RECORD.
           05  ARC-KEY.
               10  ARC-CCID     PIC X(12).
               10  ARC-ELEMENT  PIC X(10).
               10  ARC-TYPE     PIC X(8).
           05  ARC-FIRST-SEEN   PIC X(5).
           05  ARC-LAST-SEEN    PIC X(5).
           05  ARC-RUN-COUNT    PIC 9(5).
       01  WS-MSTR-KEY                   PIC X(30)        VALUE SPACES.
       01  WS-LOW-KEY.
           05  LOW-CCID         PIC X(12).
           05  LOW-ELEMENT      PIC X(10).
           05  LOW-TYPE         PIC X(8).
           SKIP1
      *
      *     EVIDENCE GATHERED FOR THE KEY IN HAND.  THE ARCHIVE
      *     FIELDS HOLD THE KEY'S LATEST PURGE, IF ANY; THE EV-
      *     FIELDS DESCRIBE THE RUNS SINCE THAT PURGE, WHICH ARE WHAT
      *     THE MASTER RECORD SHOULD NOW SAY.
      *
       01  EV-ARCH-SW                    PIC X            VALUE '0'.
           88  EV-ARCHIVED       VALUE '1'.
       01  EV-ARCH-LAST                  PIC X(5)         VALUE SPACES.
       01  EV-FIRST-SEEN                 PIC X(5)         VALUE SPACES.
       01  EV-LAST-SEEN                  PIC X(5)         VALUE SPACES.
       01  EV-RUN-COUNT                  PIC 9(5) COMP-3  VALUE ZERO.
       01  EV-OPEN-SW                    PIC X            VALUE '0'.
           88  EV-OPEN-ENDED     VALUE '1'.
       01  EV-MISMATCH-SW                PIC X            VALUE '0'.
           88  EV-MISMATCH       VALUE '1'.
           SKIP1
       01  HEADING-1.
           05  HDR1-CCONTROL    PIC X      VALUE '1'.
           05  HDR1-LINE.
           10  FILLER           PIC X(37)  VALUE SPACES.
           10  FILLER           PIC X(30)
               VALUE 'ELEMENT MASTER REBUILD/VERIFY'.
           10  FILLER           PIC X(54)  VALUE SPACES.
           10  FILLER           PIC X(5)   VALUE 'PAGE '.
           10  HDR1-PAGENO      PIC ZZ9.
           10  FILLER           PIC X(3)   VALUE SPACES.
           SKIP1
       01  HEADING-2.
           05  HDR2-CCONTROL    PIC X      VALUE '0'.
           05  HDR2-LINE.
           10  FILLER           PIC X(8)   VALUE '  MODE: '.
           10  HDR2-MODE        PIC X(7).
           10  FILLER           PIC X(37)
               VALUE '     OLDEST RETAINED GENERATION: '.
           10  HDR2-OLDEST      PIC X(5).
           10  FILLER           PIC X(75)  VALUE SPACES.
           SKIP1
       01  HEADING-3.
           05  HDR3-CCONTROL    PIC X      VALUE ' '.
           05  HDR3-LINE.
           10  FILLER           PIC X(40)  VALUE SPACES.
           10  FILLER           PIC X(21)
               VALUE '------ MASTER -------'.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(21)
               VALUE '----- EVIDENCE ------'.
           10  FILLER           PIC X(48)  VALUE SPACES.
           SKIP1
       01  HEADING-4.
           05  HDR4-CCONTROL    PIC X      VALUE ' '.
           05  HDR4-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(14)  VALUE 'CCID'.
           10  FILLER           PIC X(12)  VALUE 'ELEMENT'.
           10  FILLER           PIC X(12)  VALUE 'TYPE'.
           10  FILLER           PIC X(7)   VALUE 'FIRST'.
           10  FILLER           PIC X(7)   VALUE 'LAST'.
           10  FILLER           PIC X(9)   VALUE 'RUNS'.
           10  FILLER           PIC X(7)   VALUE 'FIRST'.
           10  FILLER           PIC X(7)   VALUE 'LAST'.
           10  FILLER           PIC X(7)   VALUE 'RUNS'.
           10  FILLER           PIC X(24)  VALUE 'FINDING'.
           10  FILLER           PIC X(24)  VALUE SPACES.
           SKIP1
       01  HEADING-5.
           05  HDR5-CCONTROL    PIC X      VALUE ' '.
           05  HDR5-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(62)  VALUE
               '* = KEY IS IN THE OLDEST GENERATION: FIRST-SEEN IS AT'.
           10  FILLER           PIC X(68)  VALUE
               ' OR BEFORE THE DATE SHOWN, RUNS IS A MINIMUM'.
           SKIP1
       01  DETAIL-1.
           05  DET1-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-CCID        PIC X(12).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-ELEMENT     PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-TYPE        PIC X(8).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET1-MSTR-FIRST  PIC X(5).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-MSTR-LAST   PIC X(5).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-MSTR-RUNS   PIC X(5).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  DET1-EV-MARK     PIC X.
           05  DET1-EV-FIRST    PIC X(5).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-EV-LAST     PIC X(5).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-EV-RUNS     PIC X(5).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-FINDING.
               10  DET1-FIND-FIRST  PIC X(6).
               10  DET1-FIND-LAST   PIC X(5).
               10  DET1-FIND-RUNS   PIC X(5).
               10  FILLER           PIC X(8).
           05  DET1-FINDING-TEXT REDEFINES DET1-FINDING
                                PIC X(24).
           05  FILLER           PIC X(22)  VALUE SPACES.
       01  WS-EDIT-RUNS                  PIC ZZZZ9.
           SKIP1
       01  TOTLINE.
           05  TOTL-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  TOTL-LABEL       PIC X(24).
           05  TOTL-COUNT       PIC ZZZZZ9.
           05  FILLER           PIC X(99)  VALUE SPACES.
           SKIP1
       01  ERRLINE.
           05  ERRL-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  ERRL-TEXT        PIC X(60).
           05  FILLER           PIC X(69)  VALUE SPACES.
           SKIP1
       01  COMMLINE.
           05  COMM-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  COMM-TEXT        PIC X(80).
           05  FILLER           PIC X(50)  VALUE SPACES.
           SKIP1
       01  PRINTAREA.
           05  PRT-CCONTROL     PIC X.
           05  PRT-DATA         PIC X(132).
      *
       PROCEDURE DIVISION.
       MAIN-LINE.
           OPEN INPUT  INPUT-FILE.
           OPEN OUTPUT RBD-REPORT.
       MAIN-LOOP.
           PERFORM A1000-PROCESS-INPUT THRU
                   A1009-EXIT.
           IF RBDCARD-ALL-DONE
               GO TO MAIN-EXIT.
           GO TO MAIN-LOOP.
       MAIN-EXIT.
           PERFORM A1030-TERMINATION THRU
                   A1039-EXIT.
           STOP RUN.
       EJECT
      *
      *     THE CONTROL DECK CARRIES COMMENT CARDS AND ONE MODE CARD,
      *     REBUILD OR VERIFY.  A SECOND MODE CARD IS REPORTED AND
      *     IGNORED, SO A DECK CANNOT REBUILD AND THEN VERIFY ITS
      *     OWN REBUILD IN ONE STEP.
      *
       A1000-PROCESS-INPUT.
           READ INPUT-FILE AT END GO TO A1000-EOF.
           IF RBDCARD-COMMENT = '*'
              MOVE RBDCARD TO COMM-TEXT
              MOVE COMMLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              GO TO A1000-PROCESS-INPUT.
           IF WS-MODE-VALID
              MOVE 'EXTRA MODE CARD IGNORED - ONE MODE PER RUN'
                   TO ERRL-TEXT
              MOVE ERRLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              GO TO A1000-PROCESS-INPUT.
           MOVE RBDCARD-MODE TO WS-MODE.
           IF WS-MODE-REBUILD OR WS-MODE-VERIFY
              MOVE '1' TO WS-MODE-SW
              PERFORM A1005-FIND-OLDEST-GEN THRU
                      A1005-EXIT
              IF WS-GENCHK-FAILED
                 MOVE 'CCIDGENO INCOMPLETE - NOTHING BUILT OR VERIFIED'
                      TO ERRL-TEXT
                 MOVE ERRLINE TO PRINTAREA
                 PERFORM W1000-WRITE THRU
                         W1009-EXIT
              ELSE
                 PERFORM A1010-MATCH-PASS THRU
                         A1019-EXIT
              END-IF
           ELSE
              MOVE 'MODE CARD MUST BE REBUILD OR VERIFY - RUN ENDED'
                   TO ERRL-TEXT
              MOVE ERRLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT.
           GO TO A1009-EXIT.
       A1000-EOF.
            MOVE 1 TO RBDCARD-STATUS.
       A1009-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE PASS OF THE GENERATION FILE FOR ITS OLDEST RUN DATE,
      *     PROVING ON THE WAY THAT THE FILE IS COMPLETE.
      *
       A1005-FIND-OLDEST-GEN.
            MOVE HIGH-VALUES TO WS-OLDEST-GEN.
            OPEN INPUT GENIN-FILE.
            MOVE '0' TO WS-GENIN-EOF-SW.
       A1005-LOOP.
            READ GENIN-FILE INTO GEN-RECORD
                  AT END MOVE '1' TO WS-GENIN-EOF-SW
            END-READ.
            IF WS-GENIN-AT-EOF
               GO TO A1005-DONE.
            ADD 1 TO WS-GEN-REC-CNT.
            IF WS-GEN-HAS-TRL
               MOVE '1' TO WS-GENCHK-FAIL-SW.
            IF GCTL-HEADER
               IF WS-GEN-REC-CNT = 1
                  MOVE '1'           TO WS-GEN-HDR-SW
                  MOVE GCTL-RUN-DATE TO WS-GEN-RUN-DATE
                  MOVE GCTL-RUN-SEQ  TO WS-GEN-RUN-SEQ
               ELSE
                  MOVE '1' TO WS-GENCHK-FAIL-SW
               END-IF
               GO TO A1005-LOOP.
            IF GCTL-TRAILER
               MOVE '1'            TO WS-GEN-TRL-SW
               MOVE GCTL-REC-COUNT TO WS-GEN-TRL-COUNT
               GO TO A1005-LOOP.
            ADD 1 TO WS-GEN-CNT.
            IF GEN-RUN-DATE < WS-OLDEST-GEN
               MOVE GEN-RUN-DATE TO WS-OLDEST-GEN.
            GO TO A1005-LOOP.
       A1005-DONE.
            CLOSE GENIN-FILE.
            IF NOT WS-GEN-HAS-HDR OR NOT WS-GEN-HAS-TRL
               MOVE '1' TO WS-GENCHK-FAIL-SW.
            IF WS-GEN-TRL-COUNT NOT = WS-GEN-CNT
               MOVE '1' TO WS-GENCHK-FAIL-SW.
       A1005-EXIT.
            EXIT.
            SKIP2
      *
      *     SORTS BOTH EVIDENCE FILES INTO KEY SEQUENCE AND WALKS
      *     THEM, AND FOR VERIFY THE MASTER ITSELF, TOGETHER ONE KEY
      *     AT A TIME.  REBUILD LOADS THE MASTER IN THE SAME PASS,
      *     SO ITS RECORDS GO IN IN KEY SEQUENCE AS THE LOAD NEEDS.
      *
       A1010-MATCH-PASS.
            SORT GEN-SORT-FILE
                ASCENDING KEY GNS-KEY GNS-RUN-DATE
                WITH DUPLICATES IN ORDER
                USING GENIN-FILE
                GIVING GENS-FILE.
            SORT ARC-SORT-FILE
                ASCENDING KEY ARS-KEY ARS-LAST-SEEN
                WITH DUPLICATES IN ORDER
                USING ARCH-FILE
                GIVING ARCS-FILE.
            MOVE WS-MODE       TO HDR2-MODE.
            MOVE WS-OLDEST-GEN TO HDR2-OLDEST.
            IF WS-GEN-CNT = ZERO
               MOVE 'NONE'     TO HDR2-OLDEST.
            MOVE HEADING-2 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-5 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-3 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-4 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            OPEN INPUT GENS-FILE.
            OPEN INPUT ARCS-FILE.
            IF WS-MODE-REBUILD
               OPEN OUTPUT MASTER-FILE
               MOVE HIGH-VALUES TO WS-MSTR-KEY
               PERFORM B1015-REBUILD-CONTROL THRU
                       B1015-EXIT
            ELSE
               OPEN INPUT MASTER-FILE
               PERFORM B1030-READ-MASTER THRU
                       B1030-EXIT.
            PERFORM B1040-READ-GENS THRU
                    B1040-EXIT.
            PERFORM B1050-READ-ARCS THRU
                    B1050-EXIT.
       A1010-LOOP.
            MOVE GEN-KEY TO WS-LOW-KEY.
            IF ARC-KEY < WS-LOW-KEY
               MOVE ARC-KEY TO WS-LOW-KEY.
            IF WS-MSTR-KEY < WS-LOW-KEY
               MOVE WS-MSTR-KEY TO WS-LOW-KEY.
            IF WS-LOW-KEY = HIGH-VALUES
               GO TO A1010-DONE.
            PERFORM B1000-GATHER-EVIDENCE THRU
                    B1000-EXIT.
            IF WS-MODE-REBUILD
               PERFORM B1010-REBUILD-KEY THRU
                       B1010-EXIT
            ELSE
               PERFORM B1020-VERIFY-KEY THRU
                       B1020-EXIT.
            GO TO A1010-LOOP.
       A1010-DONE.
            CLOSE GENS-FILE.
            CLOSE ARCS-FILE.
            CLOSE MASTER-FILE.
       A1019-EXIT.
            EXIT.
            SKIP2
       A1030-TERMINATION.
            MOVE 'GENERATION RECORDS'      TO TOTL-LABEL.
            MOVE WS-GEN-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'ARCHIVE RECORDS'         TO TOTL-LABEL.
            MOVE WS-ARCH-CNT               TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'PURGED KEYS NOT ON MSTR' TO TOTL-LABEL.
            MOVE WS-PURGED-CNT             TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'FIRST-SEEN AT OR BEFORE' TO TOTL-LABEL.
            MOVE WS-OPEN-CNT               TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-MODE-VERIFY
               GO TO A1030-VERIFY.
            MOVE 'RECORDS REBUILT'         TO TOTL-LABEL.
            MOVE WS-LOADED-CNT             TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'RUN CONTROL SEQUENCE'    TO TOTL-LABEL.
            MOVE WS-GEN-RUN-SEQ            TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'WRITE ERRORS'            TO TOTL-LABEL.
            MOVE WS-WRITE-ERR-CNT          TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO A1030-CLOSE.
       A1030-VERIFY.
            MOVE 'MASTER RECORDS READ'     TO TOTL-LABEL.
            MOVE WS-MSTR-CNT               TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'RECORDS AGREEING'        TO TOTL-LABEL.
            MOVE WS-AGREE-CNT              TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'FIELD MISMATCHES'        TO TOTL-LABEL.
            MOVE WS-MISMATCH-CNT           TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'MISSING FROM MASTER'     TO TOTL-LABEL.
            MOVE WS-MISSING-CNT            TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'ON MASTER ONLY'          TO TOTL-LABEL.
            MOVE WS-MSTR-ONLY-CNT          TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'PURGED KEYS ON MASTER'   TO TOTL-LABEL.
            MOVE WS-PURGED-ON-MSTR-CNT     TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'OLDER THAN GENERATIONS'  TO TOTL-LABEL.
            MOVE WS-UNPROVEN-CNT           TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       A1030-CLOSE.
            CLOSE INPUT-FILE.
            CLOSE RBD-REPORT.
      *
      *     NO VALID MODE CARD, AN INCOMPLETE CCIDGENO, A REBUILD
      *     THAT COULD NOT LOAD EVERY RECORD, OR A MASTER THAT
      *     DISAGREES WITH ITS EVIDENCE IS A FAILED STEP.  A VERIFY
      *     WHOSE ONLY FINDINGS ARE KEYS OLDER THAN THE GENERATIONS
      *     ENDS WITH A WARNING.
      *
            IF WS-UNPROVEN-CNT > ZERO
               MOVE 4 TO RETURN-CODE.
            IF WS-MISMATCH-CNT > ZERO OR
                  WS-MISSING-CNT > ZERO OR
                  WS-MSTR-ONLY-CNT > ZERO OR
                  WS-PURGED-ON-MSTR-CNT > ZERO OR
                  WS-WRITE-ERR-CNT > ZERO
               MOVE 8 TO RETURN-CODE.
            IF NOT WS-MODE-VALID OR WS-GENCHK-FAILED
               MOVE 8 TO RETURN-CODE.
       A1039-EXIT.
            EXIT.
            SKIP2
      *
      *     CONSUMES THE ARCHIVE AND GENERATION RECORDS FOR THE LOW
      *     KEY.  THE ARCHIVE RECORDS ARRIVE OLDEST PURGE FIRST, SO
      *     THE LAST ONE READ IS THE LATEST PURGE.  ONLY GENERATIONS
      *     AFTER THAT PURGE COUNT TOWARD THE MASTER RECORD, SINCE
      *     CCIDRPT1 STARTS A PURGED KEY AFRESH WHEN IT REAPPEARS.
      *
       B1000-GATHER-EVIDENCE.
            MOVE '0'    TO EV-ARCH-SW.
            MOVE SPACES TO EV-ARCH-LAST.
            MOVE SPACES TO EV-FIRST-SEEN.
            MOVE SPACES TO EV-LAST-SEEN.
            MOVE ZERO   TO EV-RUN-COUNT.
            MOVE '0'    TO EV-OPEN-SW.
       B1000-ARCH-LOOP.
            IF ARC-KEY NOT = WS-LOW-KEY
               GO TO B1000-GEN-LOOP.
            MOVE '1'           TO EV-ARCH-SW.
            MOVE ARC-LAST-SEEN TO EV-ARCH-LAST.
            PERFORM B1050-READ-ARCS THRU
                    B1050-EXIT.
            GO TO B1000-ARCH-LOOP.
       B1000-GEN-LOOP.
            IF GEN-KEY NOT = WS-LOW-KEY
               GO TO B1000-DONE.
            IF EV-ARCHIVED AND GEN-RUN-DATE NOT > EV-ARCH-LAST
               GO TO B1000-GEN-NEXT.
            IF GEN-RUN-DATE = EV-LAST-SEEN
               GO TO B1000-GEN-NEXT.
            IF EV-RUN-COUNT = ZERO
               MOVE GEN-RUN-DATE TO EV-FIRST-SEEN.
            MOVE GEN-RUN-DATE TO EV-LAST-SEEN.
            ADD 1 TO EV-RUN-COUNT.
       B1000-GEN-NEXT.
            PERFORM B1040-READ-GENS THRU
                    B1040-EXIT.
            GO TO B1000-GEN-LOOP.
       B1000-DONE.
            IF EV-RUN-COUNT > ZERO AND
                  EV-FIRST-SEEN = WS-OLDEST-GEN
               IF NOT EV-ARCHIVED OR EV-ARCH-LAST < WS-OLDEST-GEN
                  MOVE '1' TO EV-OPEN-SW
                  ADD 1 TO WS-OPEN-CNT.
            IF EV-ARCHIVED AND EV-RUN-COUNT = ZERO
               ADD 1 TO WS-PURGED-CNT.
       B1000-EXIT.
            EXIT.
            SKIP2
      *
      *     LOADS ONE MASTER RECORD FROM THE EVIDENCE.  A KEY WHOSE
      *     LAST APPEARANCE WAS PURGED STAYS PURGED.
      *
       B1010-REBUILD-KEY.
            IF EV-RUN-COUNT = ZERO
               GO TO B1010-EXIT.
            MOVE WS-LOW-KEY    TO MSTR-KEY.
            MOVE EV-FIRST-SEEN TO MSTR-FIRST-SEEN.
            MOVE EV-LAST-SEEN  TO MSTR-LAST-SEEN.
            MOVE EV-RUN-COUNT  TO MSTR-RUN-COUNT.
            PERFORM B1060-FILL-DETAIL THRU
                    B1060-EXIT.
            MOVE SPACES TO DET1-MSTR-FIRST.
            MOVE SPACES TO DET1-MSTR-LAST.
            MOVE SPACES TO DET1-MSTR-RUNS.
            WRITE MASTER-RECORD
               INVALID KEY
                  ADD 1 TO WS-WRITE-ERR-CNT
                  MOVE 'NOT LOADED - WRITE ERROR' TO DET1-FINDING-TEXT
               NOT INVALID KEY
                  ADD 1 TO WS-LOADED-CNT
                  MOVE 'REBUILT'                  TO DET1-FINDING-TEXT
            END-WRITE.
            MOVE DETAIL-1 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1010-EXIT.
            EXIT.
            SKIP2
      *
      *     THE RUN CONTROL RECORD HAS THE LOWEST KEY, SO IT IS THE
      *     FIRST RECORD LOADED.
      *
       B1015-REBUILD-CONTROL.
            MOVE SPACES          TO MASTER-CTL-RECORD.
            MOVE LOW-VALUES      TO MCTL-KEY.
            MOVE WS-GEN-RUN-DATE TO MCTL-RUN-DATE.
            MOVE WS-GEN-RUN-SEQ  TO MCTL-RUN-SEQ.
            WRITE MASTER-CTL-RECORD
               INVALID KEY
                  ADD 1 TO WS-WRITE-ERR-CNT
            END-WRITE.
       B1015-EXIT.
            EXIT.
            SKIP2
      *
      *     CHECKS ONE KEY.  ONLY DISAGREEMENTS ARE LISTED.
      *
       B1020-VERIFY-KEY.
            IF WS-MSTR-KEY NOT = WS-LOW-KEY
               GO TO B1020-NO-MASTER.
            IF EV-RUN-COUNT = ZERO
               GO TO B1020-NO-EVIDENCE.
            MOVE '0'    TO EV-MISMATCH-SW.
            PERFORM B1060-FILL-DETAIL THRU
                    B1060-EXIT.
            IF EV-OPEN-ENDED
               IF MSTR-FIRST-SEEN > EV-FIRST-SEEN
                  MOVE '1'     TO EV-MISMATCH-SW
                  MOVE 'FIRST' TO DET1-FIND-FIRST
               END-IF
               IF MSTR-RUN-COUNT < EV-RUN-COUNT
                  MOVE '1'     TO EV-MISMATCH-SW
                  MOVE 'RUNS'  TO DET1-FIND-RUNS
               END-IF
            ELSE
               IF MSTR-FIRST-SEEN NOT = EV-FIRST-SEEN
                  MOVE '1'     TO EV-MISMATCH-SW
                  MOVE 'FIRST' TO DET1-FIND-FIRST
               END-IF
               IF MSTR-RUN-COUNT NOT = EV-RUN-COUNT
                  MOVE '1'     TO EV-MISMATCH-SW
                  MOVE 'RUNS'  TO DET1-FIND-RUNS
               END-IF.
            IF MSTR-LAST-SEEN NOT = EV-LAST-SEEN
               MOVE '1'     TO EV-MISMATCH-SW
               MOVE 'LAST'  TO DET1-FIND-LAST.
            IF NOT EV-MISMATCH
               ADD 1 TO WS-AGREE-CNT
               GO TO B1020-NEXT-MASTER.
            ADD 1 TO WS-MISMATCH-CNT.
            PERFORM B1070-FILL-MASTER THRU
                    B1070-EXIT.
            GO TO B1020-PRINT.
       B1020-NO-EVIDENCE.
            PERFORM B1060-FILL-DETAIL THRU
                    B1060-EXIT.
            PERFORM B1070-FILL-MASTER THRU
                    B1070-EXIT.
            IF EV-ARCHIVED
               ADD 1 TO WS-PURGED-ON-MSTR-CNT
               SUBTRACT 1 FROM WS-PURGED-CNT
               MOVE 'PURGED KEY ON MASTER'  TO DET1-FINDING-TEXT
               GO TO B1020-PRINT.
            IF MSTR-LAST-SEEN < WS-OLDEST-GEN
               ADD 1 TO WS-UNPROVEN-CNT
               MOVE 'OLDER THAN GENERATIONS' TO DET1-FINDING-TEXT
            ELSE
               ADD 1 TO WS-MSTR-ONLY-CNT
               MOVE 'ON MASTER ONLY'        TO DET1-FINDING-TEXT.
       B1020-PRINT.
            MOVE DETAIL-1 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1020-NEXT-MASTER.
            PERFORM B1030-READ-MASTER THRU
                    B1030-EXIT.
            GO TO B1020-EXIT.
       B1020-NO-MASTER.
            IF EV-RUN-COUNT = ZERO
               GO TO B1020-EXIT.
            ADD 1 TO WS-MISSING-CNT.
            PERFORM B1060-FILL-DETAIL THRU
                    B1060-EXIT.
            MOVE SPACES TO DET1-MSTR-FIRST.
            MOVE SPACES TO DET1-MSTR-LAST.
            MOVE SPACES TO DET1-MSTR-RUNS.
            MOVE 'MISSING FROM MASTER' TO DET1-FINDING-TEXT.
            MOVE DETAIL-1 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1020-EXIT.
            EXIT.
            SKIP2
      *
      *     THE RUN CONTROL RECORD IS NOT AN ELEMENT AND HAS NO
      *     EVIDENCE; IT IS PASSED OVER.
      *
       B1030-READ-MASTER.
            READ MASTER-FILE NEXT RECORD
                  AT END MOVE HIGH-VALUES TO WS-MSTR-KEY
                         GO TO B1030-EXIT
            END-READ.
            IF MCTL-KEY = LOW-VALUES
               GO TO B1030-READ-MASTER.
            ADD 1 TO WS-MSTR-CNT.
            MOVE MSTR-KEY TO WS-MSTR-KEY.
       B1030-EXIT.
            EXIT.
            SKIP2
      *
      *     THE HEADER AND TRAILER CARRY RUN DATE, SEQUENCE AND
      *     COUNT WHERE A DETAIL HAS ITS KEY, SO THEY SORT AMONG THE
      *     DETAILS; THEY ARE KNOWN BY THEIR MARK AND PASSED OVER
      *     WHEREVER THEY FALL.
      *
       B1040-READ-GENS.
            READ GENS-FILE INTO GEN-RECORD
                  AT END MOVE HIGH-VALUES TO GEN-KEY
                         GO TO B1040-EXIT
            END-READ.
            IF GCTL-HEADER OR GCTL-TRAILER
               GO TO B1040-READ-GENS.
       B1040-EXIT.
            EXIT.
            SKIP2
       B1050-READ-ARCS.
            READ ARCS-FILE INTO ARC-RECORD
                  AT END MOVE HIGH-VALUES TO ARC-KEY
                         GO TO B1050-EXIT
            END-READ.
            ADD 1 TO WS-ARCH-CNT.
       B1050-EXIT.
            EXIT.
            SKIP2
      *
      *     KEY AND EVIDENCE COLUMNS OF THE DETAIL LINE.
      *
       B1060-FILL-DETAIL.
            MOVE SPACES        TO DET1-FINDING.
            MOVE LOW-CCID      TO DET1-CCID.
            MOVE LOW-ELEMENT   TO DET1-ELEMENT.
            MOVE LOW-TYPE      TO DET1-TYPE.
            MOVE SPACE         TO DET1-EV-MARK.
            IF EV-RUN-COUNT = ZERO
               MOVE SPACES TO DET1-EV-FIRST
               MOVE SPACES TO DET1-EV-LAST
               MOVE SPACES TO DET1-EV-RUNS
               GO TO B1060-EXIT.
            IF EV-OPEN-ENDED
               MOVE '*' TO DET1-EV-MARK.
            MOVE EV-FIRST-SEEN TO DET1-EV-FIRST.
            MOVE EV-LAST-SEEN  TO DET1-EV-LAST.
            MOVE EV-RUN-COUNT  TO WS-EDIT-RUNS.
            MOVE WS-EDIT-RUNS  TO DET1-EV-RUNS.
       B1060-EXIT.
            EXIT.
            SKIP2
       B1070-FILL-MASTER.
            MOVE MSTR-FIRST-SEEN TO DET1-MSTR-FIRST.
            MOVE MSTR-LAST-SEEN  TO DET1-MSTR-LAST.
            MOVE MSTR-RUN-COUNT  TO WS-EDIT-RUNS.
            MOVE WS-EDIT-RUNS    TO DET1-MSTR-RUNS.
       B1070-EXIT.
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
