       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCIDBALN.
      *REMARKS.  END-OF-JOB BALANCING FOR THE NIGHTLY CCID REPORT
      *          JOB.  RUNS AS THE LAST STEP, AFTER CCIDRPT1, AND
      *          TIES THE STEP OUTPUTS OUT AGAINST EACH OTHER SO A
      *          TRUNCATED EXTRACT, A SHORT INTERFACE FILE OR A
      *          MISMATCHED GENERATION IS CAUGHT HERE RATHER THAN BY
      *          THE DOWNSTREAM SYSTEMS:
      *
      *            - THE CCIDEDIT CLEANED DECK (CLEANCRD) AGAINST THE
      *              CARDS CCIDRPT1 PROCESSED, CARRIED OVER AND
      *              BYPASSED ON RESTART, FROM THE OPSLOG RUN-END
      *              RECORD;
      *            - THE RUN-END DETAIL AND EXTRACT COUNTS AGAINST THE
      *              RECORDS ACTUALLY ON CCIDEXTR;
      *            - THE CCIDINTF TRAILER RECORD COUNT AND ELEMENT
      *              TOTAL AGAINST THE DETAIL RECORDS ON THE FILE;
      *            - THIS RUN'S GENERATION ON CCIDGENO AGAINST
      *              CCIDHIST, BY RUN, BY COUNT AND KEY BY KEY.
      *
      *          EVERY CHECK IS PRINTED WITH ITS EXPECTED AND ACTUAL
      *          FIGURES.  ANY CHECK OUT OF BALANCE ENDS THE STEP
      *          WITH CONDITION CODE 8 SO THE SCHEDULER HOLDS THE
      *          DOWNSTREAM TRANSMISSION.
      *
      *          IN A PARALLEL-STREAM RUN THE STEP RUNS ONCE PER
      *          STREAM WITH PARM STRM, AGAINST THAT STREAM'S SUB-DECK
      *          AND OUTPUTS, MAKING THE FIRST THREE CHECKS ONLY (A
      *          STREAM WRITES NO CCIDGENO).  IT RUNS ONCE MORE AFTER
      *          CCIDMRGE WITH PARM MRGD, AGAINST THE MERGED OUTPUTS
      *          AND ALL THE STREAMS' CCIDEXTR CONCATENATED:
      *
      *            - THE MERGED CCIDINTF TRAILER AGAINST ITS DETAILS;
      *            - EACH CCIDINTF DETAIL'S ELEMENT COUNT AGAINST THE
      *              CCIDEXTR RECORDS FOR ITS CCID, CCID BY CCID, AND
      *              THE TRAILER ELEMENT TOTAL AGAINST ALL OF CCIDEXTR;
      *            - THE MERGED CCIDGENO AGAINST THE MERGED CCIDHIST.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-OS390.
       OBJECT-COMPUTER. IBM-OS390.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-REPORT ASSIGN TO UR-S-CCIDBALN
              ACCESS IS SEQUENTIAL.
           SELECT CLEAN-FILE ASSIGN TO UR-S-CLEANCRD
              ACCESS IS SEQUENTIAL.
           SELECT OPSLOG-FILE ASSIGN TO UR-S-OPSLOG
              ACCESS IS SEQUENTIAL.
           SELECT EXTR-FILE ASSIGN TO UR-S-CCIDEXTR
              ACCESS IS SEQUENTIAL.
           SELECT EXTS-FILE ASSIGN TO UR-S-EXTRSRT
              ACCESS IS SEQUENTIAL.
           SELECT INTF-FILE ASSIGN TO UR-S-CCIDINTF
              ACCESS IS SEQUENTIAL.
           SELECT GENO-FILE ASSIGN TO UR-S-CCIDGENO
              ACCESS IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO UR-S-CCIDHIST
              ACCESS IS SEQUENTIAL.
           SELECT EXT-SORT-FILE ASSIGN TO UR-S-ESRTFILE.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  BAL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  REPORTLINE                    PIC X(132).
      *
      *     THE EDITED CONTROL CARD DECK CCIDRPT1 READ.
      *
       FD  CLEAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CLEAN-DATA                    PIC X(80).
      *
      *     CCIDRPT1'S OPERATIONS LOG.  ONLY THE RUN-END RECORD IS
      *     USED; IT CARRIES THE RUN TOTALS AND THE CONTROL CARD
      *     DISPOSITIONS.
      *
       FD  OPSLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  OPSLOG-DATA                   PIC X(146).
      *
       FD  EXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  EXTR-DATA                     PIC X(131).
      *
      *     THE EXTRACT IN CCID SEQUENCE, FOR THE MERGED RUN'S CCID
      *     BY CCID BALANCE AGAINST THE FEED.
      *
       FD  EXTS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  EXTS-DATA                     PIC X(131).
      *
       SD  EXT-SORT-FILE
           DATA RECORD IS EXT-SORT-RECORD.
       01  EXT-SORT-RECORD.
           05  EXS-CCID         PIC X(12).
           05  FILLER           PIC X(119).
      *
       FD  INTF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  INTF-DATA                     PIC X(61).
      *
      *     THE NEW GENERATION FILE AND RUN INVENTORY THIS RUN
      *     CARRIES FORWARD, EACH BETWEEN A HEADER AND A TRAILER.
      *
       FD  GENO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  GENO-DATA                     PIC X(35).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  HISTORY-DATA                  PIC X(55).
      *
       WORKING-STORAGE SECTION.
       77  WS-LINECNT                    PIC S9(3) COMP-3 VALUE +60.
       77  WS-PAGECNT                    PIC S9(3) COMP-3 VALUE ZERO.
       77  WS-PRT-CCONTROL               PIC 9 VALUE ZERO.
       77  WS-CLEAN-CNT                  PIC 9(9) COMP-3  VALUE ZERO.
       77  WS-RUNEND-CNT                 PIC 9(9) COMP-3  VALUE ZERO.
       77  WS-EXTR-CNT                   PIC 9(9) COMP-3  VALUE ZERO.
       77  WS-CHECK-CNT                  PIC 9(4) COMP-3  VALUE ZERO.
       77  WS-OUT-OF-BAL-CNT             PIC 9(4) COMP-3  VALUE ZERO.
           SKIP1
       01  WS-EOF-SW                     PIC X            VALUE '0'.
           88  WS-AT-EOF         VALUE '1'.
      *
      *     PARM STRM FOR ONE PARALLEL STREAM, MRGD FOR THE MERGED
      *     RUN AFTER CCIDMRGE, NONE FOR A SINGLE RUN.
      *
       01  WS-MODE-SW                    PIC X            VALUE SPACE.
           88  WS-STREAM-MODE    VALUE 'S'.
           88  WS-MERGED-MODE    VALUE 'M'.
           SKIP1
      *
      *     THE FIGURES FOR ONE CHECK, SET BY THE CALLER BEFORE
      *     B1000-PRINT-CHECK COMPARES AND PRINTS THEM.
      *
       01  WS-BAL-LABEL                  PIC X(44)        VALUE SPACES.
       01  WS-BAL-EXPECTED               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-BAL-ACTUAL                 PIC 9(9) COMP-3  VALUE ZERO.
           SKIP1
      *
      *     THE LAST RUN-END RECORD FOUND ON THE OPERATIONS LOG.
      *
       01  OPSLOG-RECORD.
           05  OPSL-TIME        PIC X(8).
           05  FILLER           PIC X.
           05  OPSL-EVENT       PIC X(8).
           05  FILLER           PIC X.
           05  OPSL-CARD-SEQ    PIC 9(4).
           05  FILLER           PIC X.
           05  OPSL-API-CALLS   PIC 9(6).
           05  FILLER           PIC X.
           05  OPSL-LISTED      PIC 9(6).
           05  FILLER           PIC X.
           05  OPSL-BROWSED     PIC 9(6).
           05  FILLER           PIC X.
           05  OPSL-DETAIL      PIC 9(6).
           05  FILLER           PIC X.
           05  OPSL-EXTRACTED   PIC 9(6).
           05  FILLER           PIC X.
           05  OPSL-ELAPSED     PIC 9(6).
           05  FILLER           PIC X.
           05  OPSL-CARD-IMAGE  PIC X(80).
           05  OPSL-RUN-TOTALS  REDEFINES OPSL-CARD-IMAGE.
               10  OPSL-PROCESSED   PIC 9(4).
               10  FILLER           PIC X.
               10  OPSL-CARRIED     PIC 9(4).
               10  FILLER           PIC X.
               10  OPSL-BYPASSED    PIC 9(4).
               10  FILLER           PIC X.
               10  OPSL-USER-LINES  PIC 9(6).
               10  FILLER           PIC X(59).
       01  WS-RUN-END-HOLD.
           05  WS-RE-DETAIL     PIC 9(6)         VALUE ZERO.
           05  WS-RE-EXTRACTED  PIC 9(6)         VALUE ZERO.
           05  WS-RE-PROCESSED  PIC 9(4)         VALUE ZERO.
           05  WS-RE-CARRIED    PIC 9(4)         VALUE ZERO.
           05  WS-RE-BYPASSED   PIC 9(4)         VALUE ZERO.
           05  WS-RE-USER-LINES PIC 9(6)         VALUE ZERO.
           SKIP1
      *
      *     INTERFACE FEED RECORDS, AS CCIDRPT1 WRITES THEM.
      *
       01  INTF-RECORD.
           05  INTF-REC-TYPE    PIC X.
               88  INTF-IS-HEADER  VALUE 'H'.
               88  INTF-IS-DETAIL  VALUE 'D'.
               88  INTF-IS-TRAILER VALUE 'T'.
           05  FILLER           PIC X(60).
       01  INTF-HDR-RECORD REDEFINES INTF-RECORD.
           05  FILLER           PIC X.
           05  INTH-RUN-DATE    PIC X(5).
           05  INTH-START-TIME  PIC X(8).
           05  FILLER           PIC X(47).
       01  INTF-DTL-RECORD REDEFINES INTF-RECORD.
           05  FILLER           PIC X.
           05  INTD-CCID        PIC X(12).
           05  INTD-ELEM-COUNT  PIC 9(6).
           05  INTD-SS-COUNT    PIC 9(4).
           05  INTD-PKG-ID      PIC X(12).
           05  INTD-PKG-STATUS  PIC X(10).
           05  INTD-WINDOW-FROM PIC X(7).
           05  INTD-WINDOW-TO   PIC X(7).
           05  INTD-CMPL-FLAG   PIC X.
           05  INTD-SOD-FLAG    PIC X.
       01  INTF-TRL-RECORD REDEFINES INTF-RECORD.
           05  FILLER           PIC X.
           05  INTT-REC-COUNT   PIC 9(6).
           05  INTT-ELEM-TOTAL  PIC 9(6).
           05  FILLER           PIC X(48).
       01  WS-INTF-HDR-CNT               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-INTF-DTL-CNT               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-INTF-TRL-CNT               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-INTF-OTHER-CNT             PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-INTF-ELEM-SUM              PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-INTF-TRL-RECS              PIC 9(6)         VALUE ZERO.
       01  WS-INTF-TRL-ELEMS             PIC 9(6)         VALUE ZERO.
       01  WS-INTF-RUN-DATE              PIC X(5)         VALUE SPACES.
       01  WS-INTF-RUN-DATE-N REDEFINES WS-INTF-RUN-DATE
                                         PIC 9(5).
           SKIP1
      *
      *     GENERATION AND INVENTORY RECORDS, WITH THE HEADER AND
      *     TRAILER VIEWS LAID OUT AS CCIDRPT1 WRITES THEM.
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
       01  HIST-RECORD.
           05  HIST-KEY.
               10  HIST-CCID    PIC X(12).
               10  HIST-ELEMENT PIC X(10).
               10  HIST-TYPE    PIC X(8).
           05  HIST-ENVIRON     PIC X(8).
           05  HIST-SID         PIC X.
           05  HIST-SYSTEM      PIC X(8).
           05  HIST-SUBSYS      PIC X(8).
       01  HIST-CTL-RECORD REDEFINES HIST-RECORD.
           05  HCTL-MARK        PIC X(30).
               88  HCTL-HEADER   VALUE LOW-VALUES.
               88  HCTL-TRAILER  VALUE HIGH-VALUES.
           05  HCTL-RUN-DATE    PIC 9(5).
           05  HCTL-RUN-SEQ     PIC 9(6).
           05  HCTL-REC-COUNT   PIC 9(9).
           05  FILLER           PIC X(5).
           SKIP1
      *
      *     WHAT EACH FILE'S HEADER AND TRAILER SAID, AND WHAT WAS
      *     ACTUALLY FOUND BETWEEN THEM.  ONLY CCIDGENO RECORDS
      *     STAMPED WITH THE HEADER'S RUN DATE ARE THIS RUN'S
      *     GENERATION; THE REST ARE RETAINED EARLIER RUNS.
      *
       01  WS-GENO-EOF-SW                PIC X            VALUE '0'.
           88  WS-GENO-AT-EOF    VALUE '1'.
       01  WS-GENO-HDR-CNT               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-GENO-TRL-CNT               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-GENO-DTL-CNT               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-GENO-THIS-CNT              PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-GENO-RUN-DATE              PIC 9(5)         VALUE ZERO.
       01  WS-GENO-RUN-DATE-X REDEFINES WS-GENO-RUN-DATE
                                         PIC X(5).
       01  WS-GENO-RUN-SEQ               PIC 9(6)         VALUE ZERO.
       01  WS-GENO-TRL-COUNT             PIC 9(9)         VALUE ZERO.
       01  WS-HIST-EOF-SW                PIC X            VALUE '0'.
           88  WS-HIST-AT-EOF    VALUE '1'.
       01  WS-HIST-HDR-CNT               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-HIST-TRL-CNT               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-HIST-DTL-CNT               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-HIST-RUN-DATE              PIC 9(5)         VALUE ZERO.
       01  WS-HIST-RUN-SEQ               PIC 9(6)         VALUE ZERO.
       01  WS-HIST-TRL-COUNT             PIC 9(9)         VALUE ZERO.
       01  WS-KEY-MISMATCH-CNT           PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-KEY-LISTED-CNT             PIC 9(4) COMP-3  VALUE ZERO.
           SKIP1
      *
      *     MERGED RUN'S CCID BY CCID BALANCE: THE CCID GROUP IN HAND
      *     FROM THE SORTED EXTRACT AND THE FEED DETAIL IN HAND, EACH
      *     SET TO HIGH-VALUES AT ITS END OF FILE.
      *
       01  WS-EXTS-EOF-SW                PIC X            VALUE '0'.
           88  WS-EXTS-AT-EOF    VALUE '1'.
       01  WS-INTF-EOF-SW                PIC X            VALUE '0'.
           88  WS-INTF-AT-EOF    VALUE '1'.
       01  WS-EXTS-CNT                   PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-EXTS-CCID                  PIC X(12)        VALUE SPACES.
       01  WS-XG-CCID                    PIC X(12)        VALUE SPACES.
       01  WS-XG-CNT                     PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-ID-CCID                    PIC X(12)        VALUE SPACES.
       01  WS-ID-CNT                     PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-CCID-MISMATCH-CNT          PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-CCID-LISTED-CNT            PIC 9(4) COMP-3  VALUE ZERO.
           SKIP1
       01  HEADING-1.
           05  HDR1-CCONTROL    PIC X      VALUE '1'.
           05  HDR1-LINE.
           10  FILLER           PIC X(40)  VALUE SPACES.
           10  FILLER           PIC X(30)
               VALUE 'CCID REPORT END-OF-JOB BALANCE'.
           10  FILLER           PIC X(51)  VALUE SPACES.
           10  FILLER           PIC X(5)   VALUE 'PAGE '.
           10  HDR1-PAGENO      PIC ZZ9.
           10  FILLER           PIC X(3)   VALUE SPACES.
           SKIP1
       01  HEADING-2.
           05  HDR2-CCONTROL    PIC X      VALUE '0'.
           05  HDR2-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(46)  VALUE 'CHECK'.
           10  FILLER           PIC X(11)  VALUE ' EXPECTED'.
           10  FILLER           PIC X(11)  VALUE '   ACTUAL'.
           10  FILLER           PIC X(20)  VALUE 'RESULT'.
           10  FILLER           PIC X(42)  VALUE SPACES.
           SKIP1
       01  HEADING-3.
           05  HDR3-CCONTROL    PIC X      VALUE '0'.
           05  HDR3-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(40)  VALUE
               'CCIDHIST / CCIDGENO KEYS NOT MATCHED'.
           10  FILLER           PIC X(90)  VALUE SPACES.
           SKIP1
       01  HEADING-4.
           05  HDR4-CCONTROL    PIC X      VALUE ' '.
           05  HDR4-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(22)  VALUE 'FOUND ONLY ON'.
           10  FILLER           PIC X(14)  VALUE 'CCID'.
           10  FILLER           PIC X(12)  VALUE 'ELEMENT'.
           10  FILLER           PIC X(10)  VALUE 'TYPE'.
           10  FILLER           PIC X(72)  VALUE SPACES.
           SKIP1
       01  DETAIL-1.
           05  DET1-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-LABEL       PIC X(44).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-EXPECTED    PIC ZZZZZZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-ACTUAL      PIC ZZZZZZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET1-RESULT      PIC X(20).
           05  FILLER           PIC X(42)  VALUE SPACES.
           SKIP1
      *
      *     A COMPONENT OF THE CHECK ABOVE IT, PRINTED FOR THE
      *     RECORD BUT NOT ITSELF BALANCED.
      *
       01  DETAIL-2.
           05  DET2-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  DET2-LABEL       PIC X(40).
           05  FILLER           PIC X(13)  VALUE SPACES.
           05  DET2-COUNT       PIC ZZZZZZZZ9.
           05  FILLER           PIC X(64)  VALUE SPACES.
           SKIP1
       01  DETAIL-3.
           05  DET3-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET3-SIDE        PIC X(20).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET3-CCID        PIC X(12).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET3-ELEMENT     PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET3-TYPE        PIC X(8).
           05  FILLER           PIC X(72)  VALUE SPACES.
           SKIP1
      *
      *     MERGED RUN'S CCIDS WHOSE FEED COUNT AND EXTRACT RECORDS
      *     DISAGREE, OR THAT ARE ON ONLY ONE OF THE TWO.
      *
       01  HEADING-5.
           05  HDR5-CCONTROL    PIC X      VALUE '0'.
           05  HDR5-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(40)  VALUE
               'CCIDINTF / CCIDEXTR CCIDS NOT BALANCED'.
           10  FILLER           PIC X(90)  VALUE SPACES.
           SKIP1
       01  HEADING-6.
           05  HDR6-CCONTROL    PIC X      VALUE ' '.
           05  HDR6-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(22)  VALUE 'FOUND'.
           10  FILLER           PIC X(14)  VALUE 'CCID'.
           10  FILLER           PIC X(11)  VALUE ' CCIDINTF'.
           10  FILLER           PIC X(11)  VALUE ' CCIDEXTR'.
           10  FILLER           PIC X(72)  VALUE SPACES.
           SKIP1
       01  DETAIL-4.
           05  DET4-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-SIDE        PIC X(20).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-CCID        PIC X(12).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-INTF-CNT    PIC ZZZZZZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-EXTR-CNT    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(74)  VALUE SPACES.
           SKIP1
       01  TOTLINE.
           05  TOTL-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  TOTL-LABEL       PIC X(20).
           05  TOTL-COUNT       PIC ZZZZZ9.
           05  FILLER           PIC X(103) VALUE SPACES.
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
      *
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN      PIC S9(4) COMP.
           05  LS-PARM-TEXT     PIC X(4).
      *
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LINE.
           PERFORM A1002-READ-PARM THRU
                   A1002-EXIT.
           OPEN OUTPUT BAL-REPORT.
           MOVE HEADING-2 TO PRINTAREA.
           PERFORM W1000-WRITE THRU
                   W1009-EXIT.
      *
      *     THE MERGED RUN'S CARDS WERE BALANCED STREAM BY STREAM;
      *     HERE ITS FEED IS BALANCED AGAINST ITS EXTRACT AND ITS
      *     GENERATION AGAINST ITS INVENTORY.
      *
           IF WS-MERGED-MODE
               PERFORM A1020-INTERFACE-BALANCE THRU
                       A1029-EXIT
               PERFORM A1050-CCID-BALANCE THRU
                       A1059-EXIT
               PERFORM A1040-GENERATION-BALANCE THRU
                       A1049-EXIT
               MOVE 'CARD BALANCES ARE MADE BY THE PARM STRM STEPS'
                    TO ERRL-TEXT
               PERFORM B1010-PRINT-NOTE THRU
                       B1010-EXIT
               GO TO MAIN-EXIT.
           PERFORM A1000-CARD-BALANCE THRU
                   A1009-EXIT.
           PERFORM A1010-EXTRACT-BALANCE THRU
                   A1019-EXIT.
           PERFORM A1020-INTERFACE-BALANCE THRU
                   A1029-EXIT.
           IF WS-STREAM-MODE
               MOVE 'CCIDGENO IS BALANCED AFTER CCIDMRGE BY PARM MRGD'
                    TO ERRL-TEXT
               PERFORM B1010-PRINT-NOTE THRU
                       B1010-EXIT
               GO TO MAIN-EXIT.
           PERFORM A1040-GENERATION-BALANCE THRU
                   A1049-EXIT.
       MAIN-EXIT.
           PERFORM A1030-TERMINATION THRU
                   A1039-EXIT.
           STOP RUN.
       EJECT
       A1002-READ-PARM.
            IF LS-PARM-LEN NOT > ZERO
               GO TO A1002-EXIT.
            IF LS-PARM-TEXT = 'STRM'
               MOVE 'S' TO WS-MODE-SW
               GO TO A1002-EXIT.
            IF LS-PARM-TEXT = 'MRGD'
               MOVE 'M' TO WS-MODE-SW
               GO TO A1002-EXIT.
            DISPLAY 'CCIDBALN - PARM WORD ' LS-PARM-TEXT
                    ' NOT RECOGNISED - IGNORED'.
       A1002-EXIT.
            EXIT.
            SKIP2
      *
      *     READS THE OPERATIONS LOG FOR ITS RUN-END RECORD, THEN
      *     BALANCES THE EDITED DECK AGAINST WHAT CCIDRPT1 DID WITH
      *     EACH CARD.  A LOG WITHOUT EXACTLY ONE RUN-END RECORD
      *     MEANS CCIDRPT1 DID NOT FINISH (OR TWO LOGS WERE
      *     CONCATENATED), AND IS ITSELF OUT OF BALANCE.
      *
       A1000-CARD-BALANCE.
            OPEN INPUT OPSLOG-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1000-OPSLOG-LOOP.
            READ OPSLOG-FILE INTO OPSLOG-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1000-CLEAN.
            IF OPSL-EVENT NOT = 'RUN-END '
               GO TO A1000-OPSLOG-LOOP.
            ADD 1 TO WS-RUNEND-CNT.
            MOVE OPSL-DETAIL     TO WS-RE-DETAIL.
            MOVE OPSL-EXTRACTED  TO WS-RE-EXTRACTED.
            MOVE OPSL-PROCESSED  TO WS-RE-PROCESSED.
            MOVE OPSL-CARRIED    TO WS-RE-CARRIED.
            MOVE OPSL-BYPASSED   TO WS-RE-BYPASSED.
            MOVE OPSL-USER-LINES TO WS-RE-USER-LINES.
            GO TO A1000-OPSLOG-LOOP.
       A1000-CLEAN.
            CLOSE OPSLOG-FILE.
            MOVE 'OPSLOG RUN-END RECORDS'   TO WS-BAL-LABEL.
            MOVE 1                          TO WS-BAL-EXPECTED.
            MOVE WS-RUNEND-CNT              TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            OPEN INPUT CLEAN-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1000-CLEAN-LOOP.
            READ CLEAN-FILE
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1000-DONE.
            ADD 1 TO WS-CLEAN-CNT.
            GO TO A1000-CLEAN-LOOP.
       A1000-DONE.
            CLOSE CLEAN-FILE.
            MOVE 'CLEANCRD CARDS / CCIDRPT1 CARD DISPOSITIONS'
                 TO WS-BAL-LABEL.
            MOVE WS-CLEAN-CNT               TO WS-BAL-EXPECTED.
            COMPUTE WS-BAL-ACTUAL = WS-RE-PROCESSED
                                  + WS-RE-CARRIED
                                  + WS-RE-BYPASSED.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CARDS PROCESSED'          TO DET2-LABEL.
            MOVE WS-RE-PROCESSED            TO DET2-COUNT.
            PERFORM B1005-PRINT-COMPONENT THRU
                    B1005-EXIT.
            MOVE 'CARDS CARRIED OVER'       TO DET2-LABEL.
            MOVE WS-RE-CARRIED              TO DET2-COUNT.
            PERFORM B1005-PRINT-COMPONENT THRU
                    B1005-EXIT.
            MOVE 'CARDS BYPASSED ON RESTART' TO DET2-LABEL.
            MOVE WS-RE-BYPASSED             TO DET2-COUNT.
            PERFORM B1005-PRINT-COMPONENT THRU
                    B1005-EXIT.
       A1009-EXIT.
            EXIT.
            SKIP2
      *
      *     EVERY EXTRACT RECORD IS ALSO A DETAIL LINE; THE ONLY
      *     OTHER DETAIL LINES ARE THE USER ACTIVITY LEVELS.
      *
       A1010-EXTRACT-BALANCE.
            OPEN INPUT EXTR-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1010-LOOP.
            READ EXTR-FILE
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1010-DONE.
            ADD 1 TO WS-EXTR-CNT.
            GO TO A1010-LOOP.
       A1010-DONE.
            CLOSE EXTR-FILE.
            MOVE 'RUN-END EXTRACT COUNT / CCIDEXTR RECORDS'
                 TO WS-BAL-LABEL.
            MOVE WS-RE-EXTRACTED            TO WS-BAL-EXPECTED.
            MOVE WS-EXTR-CNT                TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'RUN-END DETAIL COUNT / CCIDEXTR + USER LINES'
                 TO WS-BAL-LABEL.
            MOVE WS-RE-DETAIL               TO WS-BAL-EXPECTED.
            COMPUTE WS-BAL-ACTUAL = WS-EXTR-CNT + WS-RE-USER-LINES.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'USER ACTIVITY LINES'      TO DET2-LABEL.
            MOVE WS-RE-USER-LINES           TO DET2-COUNT.
            PERFORM B1005-PRINT-COMPONENT THRU
                    B1005-EXIT.
       A1019-EXIT.
            EXIT.
            SKIP2
      *
      *     THE INTERFACE FEED MUST BE ONE HEADER, THE DETAILS AND
      *     ONE TRAILER WHOSE COUNTS AGREE WITH THE DETAILS.
      *
       A1020-INTERFACE-BALANCE.
            OPEN INPUT INTF-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1020-LOOP.
            READ INTF-FILE INTO INTF-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1020-DONE.
            IF INTF-IS-HEADER
               ADD 1 TO WS-INTF-HDR-CNT
               MOVE INTH-RUN-DATE   TO WS-INTF-RUN-DATE
               GO TO A1020-LOOP.
            IF INTF-IS-TRAILER
               ADD 1 TO WS-INTF-TRL-CNT
               MOVE INTT-REC-COUNT  TO WS-INTF-TRL-RECS
               MOVE INTT-ELEM-TOTAL TO WS-INTF-TRL-ELEMS
               GO TO A1020-LOOP.
            IF INTF-IS-DETAIL
               ADD 1 TO WS-INTF-DTL-CNT
               ADD INTD-ELEM-COUNT  TO WS-INTF-ELEM-SUM
            ELSE
               ADD 1 TO WS-INTF-OTHER-CNT.
            GO TO A1020-LOOP.
       A1020-DONE.
            CLOSE INTF-FILE.
            MOVE 'CCIDINTF HEADER RECORDS'  TO WS-BAL-LABEL.
            MOVE 1                          TO WS-BAL-EXPECTED.
            MOVE WS-INTF-HDR-CNT            TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDINTF TRAILER RECORDS' TO WS-BAL-LABEL.
            MOVE 1                          TO WS-BAL-EXPECTED.
            MOVE WS-INTF-TRL-CNT            TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDINTF UNRECOGNIZED RECORDS' TO WS-BAL-LABEL.
            MOVE ZERO                       TO WS-BAL-EXPECTED.
            MOVE WS-INTF-OTHER-CNT          TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'INTT-REC-COUNT / CCIDINTF DETAIL RECORDS'
                 TO WS-BAL-LABEL.
            MOVE WS-INTF-TRL-RECS           TO WS-BAL-EXPECTED.
            MOVE WS-INTF-DTL-CNT            TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'INTT-ELEM-TOTAL / SUM OF DETAIL ELEMENTS'
                 TO WS-BAL-LABEL.
            MOVE WS-INTF-TRL-ELEMS          TO WS-BAL-EXPECTED.
            MOVE WS-INTF-ELEM-SUM           TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
       A1029-EXIT.
            EXIT.
            SKIP2
      *
      *     MATCHES THIS RUN'S GENERATION ON CCIDGENO AGAINST THE
      *     CCIDHIST DETAILS.  BOTH ARE IN CCID/ELEMENT/TYPE ORDER
      *     AND CARRY ONE RECORD PER INVENTORY LOCATION, SO THEY ARE
      *     MATCHED IN STEP AND EVERY UNPAIRED KEY IS A MISMATCH.
      *     THE READERS RUN EACH FILE TO ITS PHYSICAL END SO THE
      *     HEADER AND TRAILER TALLIES SEE EVERY RECORD.
      *
       A1040-GENERATION-BALANCE.
            OPEN INPUT GENO-FILE.
            OPEN INPUT HISTORY-FILE.
            MOVE '0' TO WS-GENO-EOF-SW.
            MOVE '0' TO WS-HIST-EOF-SW.
            PERFORM B1020-READ-GENO THRU
                    B1020-EXIT.
            PERFORM B1030-READ-HIST THRU
                    B1030-EXIT.
       A1040-LOOP.
            IF WS-GENO-AT-EOF AND WS-HIST-AT-EOF
               GO TO A1040-DONE.
            IF WS-GENO-AT-EOF OR
                  (NOT WS-HIST-AT-EOF AND HIST-KEY < GEN-KEY)
               MOVE 'CCIDHIST'   TO DET3-SIDE
               MOVE HIST-CCID    TO DET3-CCID
               MOVE HIST-ELEMENT TO DET3-ELEMENT
               MOVE HIST-TYPE    TO DET3-TYPE
               PERFORM B1040-LIST-MISMATCH THRU
                       B1040-EXIT
               PERFORM B1030-READ-HIST THRU
                       B1030-EXIT
               GO TO A1040-LOOP.
            IF WS-HIST-AT-EOF OR GEN-KEY < HIST-KEY
               MOVE 'CCIDGENO'   TO DET3-SIDE
               MOVE GEN-CCID     TO DET3-CCID
               MOVE GEN-ELEMENT  TO DET3-ELEMENT
               MOVE GEN-TYPE     TO DET3-TYPE
               PERFORM B1040-LIST-MISMATCH THRU
                       B1040-EXIT
               PERFORM B1020-READ-GENO THRU
                       B1020-EXIT
               GO TO A1040-LOOP.
            PERFORM B1020-READ-GENO THRU
                    B1020-EXIT.
            PERFORM B1030-READ-HIST THRU
                    B1030-EXIT.
            GO TO A1040-LOOP.
       A1040-DONE.
            CLOSE GENO-FILE.
            CLOSE HISTORY-FILE.
            IF WS-KEY-LISTED-CNT > ZERO
               MOVE HEADING-2 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
            MOVE 'CCIDGENO HEADER RECORDS'  TO WS-BAL-LABEL.
            MOVE 1                          TO WS-BAL-EXPECTED.
            MOVE WS-GENO-HDR-CNT            TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDGENO TRAILER RECORDS' TO WS-BAL-LABEL.
            MOVE 1                          TO WS-BAL-EXPECTED.
            MOVE WS-GENO-TRL-CNT            TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDGENO TRAILER COUNT / DETAIL RECORDS'
                 TO WS-BAL-LABEL.
            MOVE WS-GENO-TRL-COUNT          TO WS-BAL-EXPECTED.
            MOVE WS-GENO-DTL-CNT            TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDHIST HEADER RECORDS'  TO WS-BAL-LABEL.
            MOVE 1                          TO WS-BAL-EXPECTED.
            MOVE WS-HIST-HDR-CNT            TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDHIST TRAILER RECORDS' TO WS-BAL-LABEL.
            MOVE 1                          TO WS-BAL-EXPECTED.
            MOVE WS-HIST-TRL-CNT            TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDHIST TRAILER COUNT / DETAIL RECORDS'
                 TO WS-BAL-LABEL.
            MOVE WS-HIST-TRL-COUNT          TO WS-BAL-EXPECTED.
            MOVE WS-HIST-DTL-CNT            TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDGENO RUN DATE / CCIDHIST RUN DATE'
                 TO WS-BAL-LABEL.
            MOVE WS-GENO-RUN-DATE           TO WS-BAL-EXPECTED.
            MOVE WS-HIST-RUN-DATE           TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDGENO RUN SEQUENCE / CCIDHIST RUN SEQUENCE'
                 TO WS-BAL-LABEL.
            MOVE WS-GENO-RUN-SEQ            TO WS-BAL-EXPECTED.
            MOVE WS-HIST-RUN-SEQ            TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDGENO RUN DATE / CCIDINTF RUN DATE'
                 TO WS-BAL-LABEL.
            MOVE WS-GENO-RUN-DATE           TO WS-BAL-EXPECTED.
            MOVE ZERO                       TO WS-BAL-ACTUAL.
            IF WS-INTF-RUN-DATE IS NUMERIC
               MOVE WS-INTF-RUN-DATE-N      TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDHIST DETAILS / CCIDGENO THIS-RUN RECORDS'
                 TO WS-BAL-LABEL.
            MOVE WS-HIST-DTL-CNT            TO WS-BAL-EXPECTED.
            MOVE WS-GENO-THIS-CNT           TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDHIST / CCIDGENO KEYS NOT MATCHED'
                 TO WS-BAL-LABEL.
            MOVE ZERO                       TO WS-BAL-EXPECTED.
            MOVE WS-KEY-MISMATCH-CNT        TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
       A1049-EXIT.
            EXIT.
            SKIP2
      *
      *     MERGED RUN ONLY.  THE MERGED FEED IS REBUILT FROM THE
      *     STREAMS' EXTRACTS, ONE DETAIL PER CCID COUNTING THAT
      *     CCID'S EXTRACT RECORDS, SO THE EXTRACT IS SORTED BY CCID
      *     AND MATCHED IN STEP WITH THE FEED DETAILS, WHICH CCIDMRGE
      *     WRITES IN CCID ORDER.  A CCID ON ONE SIDE ONLY, OR WHOSE
      *     COUNTS DIFFER, IS LISTED.  THE TRAILER ELEMENT TOTAL MUST
      *     ALSO EQUAL THE WHOLE EXTRACT.
      *
       A1050-CCID-BALANCE.
            SORT EXT-SORT-FILE
                ASCENDING KEY EXS-CCID
                WITH DUPLICATES IN ORDER
                USING EXTR-FILE
                GIVING EXTS-FILE.
            OPEN INPUT EXTS-FILE.
            OPEN INPUT INTF-FILE.
            MOVE '0' TO WS-EXTS-EOF-SW.
            MOVE '0' TO WS-INTF-EOF-SW.
            PERFORM B1050-READ-EXTS THRU
                    B1050-EXIT.
            PERFORM B1055-NEXT-EXTR-CCID THRU
                    B1055-EXIT.
            PERFORM B1060-NEXT-INTF-CCID THRU
                    B1060-EXIT.
       A1050-LOOP.
            IF WS-XG-CCID = HIGH-VALUES AND WS-ID-CCID = HIGH-VALUES
               GO TO A1050-DONE.
            IF WS-XG-CCID < WS-ID-CCID
               MOVE 'CCIDEXTR ONLY'  TO DET4-SIDE
               MOVE WS-XG-CCID       TO DET4-CCID
               MOVE ZERO             TO DET4-INTF-CNT
               MOVE WS-XG-CNT        TO DET4-EXTR-CNT
               PERFORM B1065-LIST-CCID-MISMATCH THRU
                       B1065-EXIT
               PERFORM B1055-NEXT-EXTR-CCID THRU
                       B1055-EXIT
               GO TO A1050-LOOP.
            IF WS-ID-CCID < WS-XG-CCID
               MOVE 'CCIDINTF ONLY'  TO DET4-SIDE
               MOVE WS-ID-CCID       TO DET4-CCID
               MOVE WS-ID-CNT        TO DET4-INTF-CNT
               MOVE ZERO             TO DET4-EXTR-CNT
               PERFORM B1065-LIST-CCID-MISMATCH THRU
                       B1065-EXIT
               PERFORM B1060-NEXT-INTF-CCID THRU
                       B1060-EXIT
               GO TO A1050-LOOP.
            IF WS-ID-CNT NOT = WS-XG-CNT
               MOVE 'COUNTS DIFFER'  TO DET4-SIDE
               MOVE WS-ID-CCID       TO DET4-CCID
               MOVE WS-ID-CNT        TO DET4-INTF-CNT
               MOVE WS-XG-CNT        TO DET4-EXTR-CNT
               PERFORM B1065-LIST-CCID-MISMATCH THRU
                       B1065-EXIT.
            PERFORM B1055-NEXT-EXTR-CCID THRU
                    B1055-EXIT.
            PERFORM B1060-NEXT-INTF-CCID THRU
                    B1060-EXIT.
            GO TO A1050-LOOP.
       A1050-DONE.
            CLOSE EXTS-FILE.
            CLOSE INTF-FILE.
            IF WS-CCID-LISTED-CNT > ZERO
               MOVE HEADING-2 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
            MOVE 'INTT-ELEM-TOTAL / CCIDEXTR RECORDS'
                 TO WS-BAL-LABEL.
            MOVE WS-INTF-TRL-ELEMS          TO WS-BAL-EXPECTED.
            MOVE WS-EXTS-CNT                TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
            MOVE 'CCIDINTF / CCIDEXTR CCIDS NOT BALANCED'
                 TO WS-BAL-LABEL.
            MOVE ZERO                       TO WS-BAL-EXPECTED.
            MOVE WS-CCID-MISMATCH-CNT       TO WS-BAL-ACTUAL.
            PERFORM B1000-PRINT-CHECK THRU
                    B1000-EXIT.
       A1059-EXIT.
            EXIT.
            SKIP2
       A1030-TERMINATION.
            MOVE 'CHECKS MADE'         TO TOTL-LABEL.
            MOVE WS-CHECK-CNT          TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'OUT OF BALANCE'      TO TOTL-LABEL.
            MOVE WS-OUT-OF-BAL-CNT     TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-OUT-OF-BAL-CNT > ZERO
               MOVE 'JOB OUTPUTS OUT OF BALANCE - HOLD TRANSMISSION'
                    TO ERRL-TEXT
               MOVE ERRLINE TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT
               DISPLAY 'CCIDBALN - ' WS-OUT-OF-BAL-CNT
                       ' CHECKS OUT OF BALANCE'.
            CLOSE BAL-REPORT.
      *
      *     ANY CHECK OUT OF BALANCE FAILS THE STEP, SO THE
      *     SCHEDULER HOLDS EVERYTHING DOWNSTREAM OF IT.
      *
            IF WS-OUT-OF-BAL-CNT > ZERO
               MOVE 8 TO RETURN-CODE.
       A1039-EXIT.
            EXIT.
            SKIP2
      *
      *     COMPARES AND PRINTS ONE CHECK.
      *
       B1000-PRINT-CHECK.
            ADD 1 TO WS-CHECK-CNT.
            MOVE WS-BAL-LABEL    TO DET1-LABEL.
            MOVE WS-BAL-EXPECTED TO DET1-EXPECTED.
            MOVE WS-BAL-ACTUAL   TO DET1-ACTUAL.
            IF WS-BAL-EXPECTED = WS-BAL-ACTUAL
               MOVE 'IN BALANCE'           TO DET1-RESULT
            ELSE
               ADD 1 TO WS-OUT-OF-BAL-CNT
               MOVE '** OUT OF BALANCE **' TO DET1-RESULT.
            MOVE DETAIL-1 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1000-EXIT.
            EXIT.
            SKIP2
       B1005-PRINT-COMPONENT.
            MOVE DETAIL-2 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1005-EXIT.
            EXIT.
            SKIP2
      *
      *     A NOTE SAYING WHICH CHECKS THIS MODE LEAVES TO ANOTHER
      *     STEP.
      *
       B1010-PRINT-NOTE.
            MOVE ERRLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1010-EXIT.
            EXIT.
            SKIP2
      *
      *     NEXT CCIDGENO RECORD OF THIS RUN'S GENERATION.  THE
      *     HEADER, TRAILER AND EARLIER GENERATIONS ARE TALLIED AND
      *     PASSED OVER.
      *
       B1020-READ-GENO.
            READ GENO-FILE INTO GEN-RECORD
                  AT END MOVE '1' TO WS-GENO-EOF-SW
                         MOVE HIGH-VALUES TO GEN-KEY
                         GO TO B1020-EXIT
            END-READ.
            IF GCTL-HEADER
               ADD 1 TO WS-GENO-HDR-CNT
               MOVE GCTL-RUN-DATE  TO WS-GENO-RUN-DATE
               MOVE GCTL-RUN-SEQ   TO WS-GENO-RUN-SEQ
               GO TO B1020-READ-GENO.
            IF GCTL-TRAILER
               ADD 1 TO WS-GENO-TRL-CNT
               MOVE GCTL-REC-COUNT TO WS-GENO-TRL-COUNT
               GO TO B1020-READ-GENO.
            ADD 1 TO WS-GENO-DTL-CNT.
            IF GEN-RUN-DATE NOT = WS-GENO-RUN-DATE-X
               GO TO B1020-READ-GENO.
            ADD 1 TO WS-GENO-THIS-CNT.
       B1020-EXIT.
            EXIT.
            SKIP2
       B1030-READ-HIST.
            READ HISTORY-FILE INTO HIST-RECORD
                  AT END MOVE '1' TO WS-HIST-EOF-SW
                         MOVE HIGH-VALUES TO HIST-KEY
                         GO TO B1030-EXIT
            END-READ.
            IF HCTL-HEADER
               ADD 1 TO WS-HIST-HDR-CNT
               MOVE HCTL-RUN-DATE  TO WS-HIST-RUN-DATE
               MOVE HCTL-RUN-SEQ   TO WS-HIST-RUN-SEQ
               GO TO B1030-READ-HIST.
            IF HCTL-TRAILER
               ADD 1 TO WS-HIST-TRL-CNT
               MOVE HCTL-REC-COUNT TO WS-HIST-TRL-COUNT
               GO TO B1030-READ-HIST.
            ADD 1 TO WS-HIST-DTL-CNT.
       B1030-EXIT.
            EXIT.
            SKIP2
      *
      *     LISTS AN UNPAIRED KEY.  ONLY THE FIRST FIFTY ARE
      *     PRINTED; A WHOLESALE MISMATCH NEEDS NO MORE TO DIAGNOSE.
      *
       B1040-LIST-MISMATCH.
            ADD 1 TO WS-KEY-MISMATCH-CNT.
            IF WS-KEY-LISTED-CNT NOT < 50
               GO TO B1040-EXIT.
            IF WS-KEY-LISTED-CNT = ZERO
               MOVE HEADING-3 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT
               MOVE HEADING-4 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
            ADD 1 TO WS-KEY-LISTED-CNT.
            MOVE DETAIL-3 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-KEY-LISTED-CNT = 50
               MOVE 'FURTHER UNMATCHED KEYS NOT LISTED' TO ERRL-TEXT
               MOVE ERRLINE TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
       B1040-EXIT.
            EXIT.
            SKIP2
       B1050-READ-EXTS.
            READ EXTS-FILE
                  AT END MOVE '1' TO WS-EXTS-EOF-SW
                         MOVE HIGH-VALUES TO WS-EXTS-CCID
                         GO TO B1050-EXIT
            END-READ.
            ADD 1 TO WS-EXTS-CNT.
            MOVE EXTS-DATA (1:12) TO WS-EXTS-CCID.
       B1050-EXIT.
            EXIT.
            SKIP2
      *
      *     NEXT CCID GROUP OF THE SORTED EXTRACT AND ITS RECORD
      *     COUNT.  THE RECORD AFTER THE GROUP IS LEFT IN HAND.
      *
       B1055-NEXT-EXTR-CCID.
            MOVE WS-EXTS-CCID TO WS-XG-CCID.
            MOVE ZERO         TO WS-XG-CNT.
            IF WS-EXTS-AT-EOF
               GO TO B1055-EXIT.
       B1055-LOOP.
            ADD 1 TO WS-XG-CNT.
            PERFORM B1050-READ-EXTS THRU
                    B1050-EXIT.
            IF WS-EXTS-AT-EOF OR WS-EXTS-CCID NOT = WS-XG-CCID
               GO TO B1055-EXIT.
            GO TO B1055-LOOP.
       B1055-EXIT.
            EXIT.
            SKIP2
      *
      *     NEXT FEED DETAIL.  THE HEADER AND TRAILER WERE BALANCED
      *     ALREADY AND ARE PASSED OVER.
      *
       B1060-NEXT-INTF-CCID.
            READ INTF-FILE INTO INTF-RECORD
                  AT END MOVE '1' TO WS-INTF-EOF-SW
                         MOVE HIGH-VALUES TO WS-ID-CCID
                         MOVE ZERO TO WS-ID-CNT
                         GO TO B1060-EXIT
            END-READ.
            IF NOT INTF-IS-DETAIL
               GO TO B1060-NEXT-INTF-CCID.
            MOVE INTD-CCID       TO WS-ID-CCID.
            MOVE INTD-ELEM-COUNT TO WS-ID-CNT.
       B1060-EXIT.
            EXIT.
            SKIP2
      *
      *     LISTS AN UNBALANCED CCID.  ONLY THE FIRST FIFTY ARE
      *     PRINTED, AS FOR THE GENERATION KEYS.
      *
       B1065-LIST-CCID-MISMATCH.
            ADD 1 TO WS-CCID-MISMATCH-CNT.
            IF WS-CCID-LISTED-CNT NOT < 50
               GO TO B1065-EXIT.
            IF WS-CCID-LISTED-CNT = ZERO
               MOVE HEADING-5 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT
               MOVE HEADING-6 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
            ADD 1 TO WS-CCID-LISTED-CNT.
            MOVE DETAIL-4 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-CCID-LISTED-CNT = 50
               MOVE 'FURTHER UNBALANCED CCIDS NOT LISTED' TO ERRL-TEXT
               MOVE ERRLINE TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
       B1065-EXIT.
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
