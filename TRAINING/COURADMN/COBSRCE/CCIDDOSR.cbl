       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCIDDOSR.
      *REMARKS.  AUDIT DOSSIER BY CCID.  EACH CONTROL CARD NAMES A
      *          CCID, AND THE PROGRAM PRINTS ONE SELF-CONTAINED
      *          SECTION FOR IT, STARTING ON A NEW PAGE, PULLING
      *          TOGETHER EVERYTHING THE NIGHTLY JOB KNOWS ABOUT THE
      *          CCID SO AN AUDITOR DOES NOT HAVE TO GO THROUGH SIX
      *          FILES BY HAND:
      *
      *            - ITS APPROVING GROUP AND APPROVAL WINDOW FROM THE
      *              APPROVED-CCID FILE (APPRCCID);
      *            - ITS PACKAGE ID, STATUS AND WINDOW FROM THE
      *              CHANGE-MANAGEMENT INTERFACE FEED (CCIDINTF);
      *            - EVERY ELEMENT IT HAS CARRIED, WITH FIRST-SEEN
      *              AND LAST-SEEN DATES, FROM THE ELEMENT MASTER
      *              (CCIDMSTR) AND, FOR RECORDS SINCE PURGED, FROM
      *              THE MASTER ARCHIVE (MSTRARCH);
      *            - EACH ELEMENT LEVEL WITH ITS AUTHOR'S NAME (FROM
      *              USERREF), DATE AND COMMENT, FROM THE EXTRACT
      *              FILE (CCIDEXTR);
      *            - ANY COMPLIANCE EXCEPTIONS RAISED AGAINST IT
      *              (CMPLCRD);
      *            - WHICH OF THE RETAINED INVENTORY GENERATIONS ON
      *              CCIDGENO IT APPEARED IN.
      *
      *          THE TWO REFERENCE FILES ARE LOADED ONCE; EVERY OTHER
      *          SOURCE IS PASSED ONCE PER CARD, IN THE SAME WAY THE
      *          ELEMENT MASTER INQUIRY (CCIDMINQ) PASSES THE MASTER.
      *          A SOURCE WITH NOTHING FOR THE CCID SAYS SO, AND A
      *          CCID NO SOURCE KNOWS IS FLAGGED AT THE FOOT OF ITS
      *          SECTION.
      *
      *          AFTER A PARALLEL-STREAM RUN, CMPLCRD IS THE MERGED
      *          COMPLIANCE FEED CCIDMRGE WRITES (CMPLMRGD), NOT THE
      *          STREAMS' OWN FEEDS.
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
           SELECT DOS-REPORT ASSIGN TO UR-S-CCIDDOSR
              ACCESS IS SEQUENTIAL.
           SELECT USERREF-FILE ASSIGN TO UR-S-USERREF
              ACCESS IS SEQUENTIAL.
           SELECT APPR-FILE ASSIGN TO UR-S-APPRCCID
              ACCESS IS SEQUENTIAL.
           SELECT INTF-FILE ASSIGN TO UR-S-CCIDINTF
              ACCESS IS SEQUENTIAL.
           SELECT ARCH-FILE ASSIGN TO UR-S-MSTRARCH
              ACCESS IS SEQUENTIAL.
           SELECT EXTR-FILE ASSIGN TO UR-S-CCIDEXTR
              ACCESS IS SEQUENTIAL.
           SELECT CMPL-FILE ASSIGN TO UR-S-CMPLCRD
              ACCESS IS SEQUENTIAL.
           SELECT GENO-FILE ASSIGN TO UR-S-CCIDGENO
              ACCESS IS SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO CCIDMSTR
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS MSTR-KEY.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  INPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DOSCARD.
           05  DOSCARD-CCID             PIC X(12).
           05  DOSCARD-COMM  REDEFINES DOSCARD-CCID.
               10  DOSCARD-COMMENT      PIC X.
               10  FILLER               PIC X(11).
           05  FILLER                   PIC X(68).
      *
       FD  DOS-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  REPORTLINE                    PIC X(132).
      *
      *     USERID-TO-NAME/DEPARTMENT AND APPROVED-CCID REFERENCE
      *     FILES, AS READ BY CCIDRPT1.
      *
       FD  USERREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  USERREF-DATA                  PIC X(45).
      *
       FD  APPR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  APPR-DATA                     PIC X(30).
      *
      *     CHANGE-MANAGEMENT INTERFACE FEED WRITTEN BY CCIDRPT1:
      *     HEADER, ONE SUMMARY RECORD PER CCID, TRAILER.
      *
       FD  INTF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  INTF-DATA                     PIC X(61).
      *
      *     SEQUENTIAL ARCHIVE OF PURGED MASTER RECORDS WRITTEN BY
      *     CCIDMPRG, SAME LAYOUT AS THE MASTER RECORD.
      *
       FD  ARCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ARCH-DATA                     PIC X(45).
      *
      *     COMMA-DELIMITED LEVEL EXTRACT AND COMPLIANCE EXCEPTION
      *     FEED WRITTEN BY CCIDRPT1.
      *
       FD  EXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  EXTR-DATA                     PIC X(131).
      *
       FD  CMPL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CMPL-DATA                     PIC X(69).
      *
      *     RETAINED INVENTORY GENERATIONS, ONE RECORD PER RUN DATE
      *     AND CCID/ELEMENT/TYPE KEY, BETWEEN A HEADER AND TRAILER
      *     CONTROL RECORD.
      *
       FD  GENO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  GENO-DATA                     PIC X(35).
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
      *
       WORKING-STORAGE SECTION.
       77  WS-LINECNT                    PIC S9(3) COMP-3 VALUE +60.
       77  WS-PAGECNT                    PIC S9(3) COMP-3 VALUE ZERO.
       77  WS-PRT-CCONTROL               PIC 9 VALUE ZERO.
       77  WS-DOSSIER-CNT                PIC 9(5) COMP-3  VALUE ZERO.
       77  WS-SECT-CNT                   PIC 9(5) COMP-3  VALUE ZERO.
       77  WS-FOUND-CNT                  PIC 9(5) COMP-3  VALUE ZERO.
           SKIP1
       01  DOSCARD-STATUS                PIC 9            VALUE ZERO.
           88  DOSCARD-ALL-DONE VALUE 1.
           SKIP1
       01  MASTER-EOF-SW                 PIC X            VALUE '0'.
           88  MASTER-AT-EOF    VALUE '1'.
       01  WS-SRC-EOF-SW                 PIC X            VALUE '0'.
           88  WS-SRC-AT-EOF    VALUE '1'.
           SKIP1
      *
      *     USERID REFERENCE TABLE, LOADED ONCE.  A LEVEL WHOSE
      *     AUTHOR THE FILE DOES NOT CARRY IS SHOWN AS SUCH IN PLACE
      *     OF THE NAME.
      *
       01  USERREF-RECORD.
           05  USRF-USERID      PIC X(8).
           05  USRF-NAME        PIC X(25).
           05  USRF-DEPT        PIC X(12).
       01  WS-UREF-EOF-SW                PIC X            VALUE '0'.
           88  WS-UREF-AT-EOF    VALUE '1'.
       01  WS-UREF-OVFL-SW               PIC X            VALUE '0'.
           88  WS-UREF-OVFL      VALUE '1'.
       01  WS-UREF-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-UREF-NAME                  PIC X(25)        VALUE SPACES.
       01  WS-UREF-TABLE.
           05  WS-UREF-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-UREF-IDX.
               10  UREF-USERID  PIC X(8).
               10  UREF-NAME    PIC X(25).
               10  UREF-DEPT    PIC X(12).
           SKIP1
      *
      *     APPROVED-CCID TABLE, LOADED ONCE.  A BLANK FROM OR THRU
      *     DATE LEAVES THAT END OF THE WINDOW OPEN.
      *
       01  APPR-RECORD.
           05  APPR-CCID        PIC X(12).
           05  APPR-GROUP       PIC X(8).
           05  APPR-FROM        PIC X(5).
           05  APPR-THRU        PIC X(5).
       01  WS-APPR-EOF-SW                PIC X            VALUE '0'.
           88  WS-APPR-AT-EOF    VALUE '1'.
       01  WS-APPR-OVFL-SW               PIC X            VALUE '0'.
           88  WS-APPR-OVFL      VALUE '1'.
       01  WS-APPR-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-APPR-IDX.
               10  APPT-CCID    PIC X(12).
               10  APPT-GROUP   PIC X(8).
               10  APPT-FROM    PIC X(5).
               10  APPT-THRU    PIC X(5).
           SKIP1
      *
      *     INTERFACE FEED SUMMARY RECORD.  THE HEADER AND TRAILER
      *     ARE RECOGNISED BY THE RECORD TYPE AND PASSED OVER.
      *
       01  INTF-DTL-RECORD.
           05  INTD-REC-TYPE    PIC X.
           05  INTD-CCID        PIC X(12).
           05  INTD-ELEM-COUNT  PIC 9(6).
           05  INTD-SS-COUNT    PIC 9(4).
           05  INTD-PKG-ID      PIC X(12).
           05  INTD-PKG-STATUS  PIC X(10).
           05  INTD-WINDOW-FROM PIC X(7).
           05  INTD-WINDOW-TO   PIC X(7).
           05  INTD-CMPL-FLAG   PIC X.
           05  INTD-SOD-FLAG    PIC X.
           SKIP1
       01  ARCH-RECORD.
           05  ARCH-CCID        PIC X(12).
           05  ARCH-ELEMENT     PIC X(10).
           05  ARCH-TYPE        PIC X(8).
           05  ARCH-FIRST-SEEN  PIC X(5).
           05  ARCH-LAST-SEEN   PIC X(5).
           05  ARCH-RUN-COUNT   PIC 9(5).
           SKIP1
       01  EXTR-RECORD.
           05  EXTR-CCID        PIC X(12).
           05  FILLER           PIC X.
           05  EXTR-ELEMENT     PIC X(10).
           05  FILLER           PIC X.
           05  EXTR-TYPE        PIC X(8).
           05  FILLER           PIC X.
           05  EXTR-ENVIRON     PIC X(8).
           05  FILLER           PIC X.
           05  EXTR-SID         PIC X(1).
           05  FILLER           PIC X.
           05  EXTR-SYSTEM      PIC X(8).
           05  FILLER           PIC X.
           05  EXTR-SUBSYS      PIC X(8).
           05  FILLER           PIC X.
           05  EXTR-USER        PIC X(8).
           05  FILLER           PIC X.
           05  EXTR-DATE        PIC X(7).
           05  FILLER           PIC X.
           05  EXTR-TIME        PIC X(5).
           05  FILLER           PIC X.
           05  EXTR-VV          PIC X(2).
           05  FILLER           PIC X.
           05  EXTR-LL          PIC X(2).
           05  FILLER           PIC X.
           05  EXTR-COMMENT     PIC X(40).
           SKIP1
       01  CMPL-RECORD.
           05  CMPL-CCID        PIC X(12).
           05  CMPL-ELEMENT     PIC X(10).
           05  CMPL-TYPE        PIC X(8).
           05  CMPL-ENVIRON     PIC X(8).
           05  CMPL-SYSTEM      PIC X(8).
           05  CMPL-SUBSYS      PIC X(8).
           05  CMPL-DATE        PIC X(7).
           05  CMPL-REASON      PIC X(8).
           SKIP1
       01  GEN-RECORD.
           05  GEN-RUN-DATE     PIC X(5).
           05  GEN-CCID         PIC X(12).
           05  GEN-ELEMENT      PIC X(10).
           05  GEN-TYPE         PIC X(8).
       01  GEN-CTL-RECORD REDEFINES GEN-RECORD.
           05  GCTL-MARK        PIC X(5).
               88  GCTL-HEADER   VALUE LOW-VALUES.
               88  GCTL-TRAILER  VALUE HIGH-VALUES.
           05  GCTL-RUN-DATE    PIC 9(5).
           05  GCTL-RUN-SEQ     PIC 9(6).
           05  GCTL-REC-COUNT   PIC 9(9).
           05  FILLER           PIC X(10).
           SKIP1
      *
      *     DISTINCT GENERATION RUN DATES THE CCID APPEARS UNDER,
      *     WITH THE NUMBER OF ITS ELEMENTS IN EACH.  CCIDGENO KEEPS
      *     FAR FEWER GENERATIONS THAN THE TABLE HOLDS.
      *
       01  WS-GDOS-OVFL-SW               PIC X            VALUE '0'.
           88  WS-GDOS-OVFL      VALUE '1'.
       01  WS-GDOS-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-GDOS-TABLE.
           05  WS-GDOS-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-GDOS-IDX.
               10  GDOS-DATE       PIC X(5).
               10  GDOS-ELEM-COUNT PIC 9(6) COMP-3.
           SKIP1
       01  HEADING-1.
           05  HDR1-CCONTROL    PIC X      VALUE '1'.
           05  HDR1-LINE.
           10  FILLER           PIC X(40)  VALUE SPACES.
           10  FILLER           PIC X(22)
               VALUE 'CCID AUDIT DOSSIER'.
           10  FILLER           PIC X(59)  VALUE SPACES.
           10  FILLER           PIC X(5)   VALUE 'PAGE '.
           10  HDR1-PAGENO      PIC ZZ9.
           10  FILLER           PIC X(3)   VALUE SPACES.
           SKIP1
       01  HEADING-2.
           05  HDR2-CCONTROL    PIC X      VALUE '0'.
           05  HDR2-LINE.
           10  FILLER           PIC X(26)
               VALUE '  AUDIT DOSSIER FOR CCID: '.
           10  HDR2-CCID        PIC X(12).
           10  FILLER           PIC X(94)  VALUE SPACES.
           SKIP1
       01  SECTLINE.
           05  SECT-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  SECT-TITLE       PIC X(60).
           05  FILLER           PIC X(70)  VALUE SPACES.
           SKIP1
       01  DETAIL-1.
           05  DET1-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'APPROVING GROUP:'.
           05  FILLER           PIC X      VALUE SPACES.
           05  DET1-GROUP       PIC X(8).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(12)  VALUE 'WINDOW FROM:'.
           05  FILLER           PIC X      VALUE SPACES.
           05  DET1-FROM        PIC X(5).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'THRU:'.
           05  FILLER           PIC X      VALUE SPACES.
           05  DET1-THRU        PIC X(5).
           05  FILLER           PIC X(66)  VALUE SPACES.
           SKIP1
       01  HEADING-4.
           05  HDR4-CCONTROL    PIC X      VALUE ' '.
           05  HDR4-LINE.
           10  FILLER           PIC X(4)   VALUE SPACES.
           10  FILLER           PIC X(14)  VALUE 'PACKAGE ID'.
           10  FILLER           PIC X(12)  VALUE 'STATUS'.
           10  FILLER           PIC X(9)   VALUE 'FROM'.
           10  FILLER           PIC X(9)   VALUE 'TO'.
           10  FILLER           PIC X(10)  VALUE 'ELEMENTS'.
           10  FILLER           PIC X(10)  VALUE 'SYS/SUBS'.
           10  FILLER           PIC X(11)  VALUE 'EXCEPTION'.
           10  FILLER           PIC X(11)  VALUE 'SEG DUTIES'.
           10  FILLER           PIC X(42)  VALUE SPACES.
           SKIP1
       01  DETAIL-2.
           05  DET2-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET2-PKG-ID      PIC X(12).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET2-PKG-STATUS  PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET2-WINDOW-FROM PIC X(7).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET2-WINDOW-TO   PIC X(7).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET2-ELEM-COUNT  PIC ZZZZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET2-SS-COUNT    PIC ZZZ9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  DET2-CMPL-FLAG   PIC X.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  DET2-SOD-FLAG    PIC X.
           05  FILLER           PIC X(52)  VALUE SPACES.
           SKIP1
       01  HEADING-5.
           05  HDR5-CCONTROL    PIC X      VALUE ' '.
           05  HDR5-LINE.
           10  FILLER           PIC X(4)   VALUE SPACES.
           10  FILLER           PIC X(12)  VALUE 'ELEMENT'.
           10  FILLER           PIC X(10)  VALUE 'TYPE'.
           10  FILLER           PIC X(12)  VALUE 'FIRST-SEEN'.
           10  FILLER           PIC X(12)  VALUE 'LAST-SEEN'.
           10  FILLER           PIC X(8)   VALUE 'RUNS'.
           10  FILLER           PIC X(8)   VALUE 'SOURCE'.
           10  FILLER           PIC X(66)  VALUE SPACES.
           SKIP1
       01  DETAIL-3.
           05  DET3-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET3-ELEMENT     PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET3-TYPE        PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET3-FIRST-SEEN  PIC X(5).
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  DET3-LAST-SEEN   PIC X(5).
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  DET3-RUN-COUNT   PIC ZZZZ9.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  DET3-SOURCE      PIC X(6).
           05  FILLER           PIC X(68)  VALUE SPACES.
           SKIP1
       01  HEADING-6.
           05  HDR6-CCONTROL    PIC X      VALUE ' '.
           05  HDR6-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(12)  VALUE 'ELEMENT'.
           10  FILLER           PIC X(10)  VALUE 'TYPE'.
           10  FILLER           PIC X(10)  VALUE 'ENVIRON'.
           10  FILLER           PIC X(3)   VALUE 'S'.
           10  FILLER           PIC X(7)   VALUE 'VV.LL'.
           10  FILLER           PIC X(9)   VALUE 'DATE'.
           10  FILLER           PIC X(10)  VALUE 'USERID'.
           10  FILLER           PIC X(27)  VALUE 'NAME'.
           10  FILLER           PIC X(42)  VALUE 'COMMENT'.
           SKIP1
       01  DETAIL-4.
           05  DET4-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-ELEMENT     PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-TYPE        PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-ENVIRON     PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-SID         PIC X.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-VV          PIC XX.
           05  FILLER           PIC X      VALUE '.'.
           05  DET4-LL          PIC XX.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-DATE        PIC X(7).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-USER        PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-NAME        PIC X(25).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-COMMENT     PIC X(40).
           SKIP1
       01  HEADING-7.
           05  HDR7-CCONTROL    PIC X      VALUE ' '.
           05  HDR7-LINE.
           10  FILLER           PIC X(4)   VALUE SPACES.
           10  FILLER           PIC X(12)  VALUE 'ELEMENT'.
           10  FILLER           PIC X(10)  VALUE 'TYPE'.
           10  FILLER           PIC X(10)  VALUE 'ENVIRON'.
           10  FILLER           PIC X(10)  VALUE 'SYSTEM'.
           10  FILLER           PIC X(10)  VALUE 'SUBSYS'.
           10  FILLER           PIC X(9)   VALUE 'DATE'.
           10  FILLER           PIC X(8)   VALUE 'REASON'.
           10  FILLER           PIC X(59)  VALUE SPACES.
           SKIP1
       01  DETAIL-5.
           05  DET5-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET5-ELEMENT     PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET5-TYPE        PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET5-ENVIRON     PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET5-SYSTEM      PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET5-SUBSYS      PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET5-DATE        PIC X(7).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET5-REASON      PIC X(8).
           05  FILLER           PIC X(59)  VALUE SPACES.
           SKIP1
       01  HEADING-8.
           05  HDR8-CCONTROL    PIC X      VALUE ' '.
           05  HDR8-LINE.
           10  FILLER           PIC X(4)   VALUE SPACES.
           10  FILLER           PIC X(12)  VALUE 'RUN DATE'.
           10  FILLER           PIC X(8)   VALUE 'ELEMENTS'.
           10  FILLER           PIC X(108) VALUE SPACES.
           SKIP1
       01  DETAIL-6.
           05  DET6-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET6-RUN-DATE    PIC X(5).
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  DET6-ELEM-COUNT  PIC ZZZZZ9.
           05  FILLER           PIC X(110) VALUE SPACES.
           SKIP1
       01  TOTLINE.
           05  TOTL-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  TOTL-LABEL       PIC X(20).
           05  TOTL-COUNT       PIC ZZZZ9.
           05  FILLER           PIC X(103) VALUE SPACES.
           SKIP1
       01  NONELINE.
           05  NONE-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  NONE-TEXT        PIC X(60).
           05  FILLER           PIC X(68)  VALUE SPACES.
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
           OPEN OUTPUT DOS-REPORT.
           PERFORM A1005-LOAD-USERREF THRU
                   A1005-EXIT.
           PERFORM A1006-LOAD-APPRCCID THRU
                   A1006-EXIT.
       MAIN-LOOP.
           PERFORM A1000-PROCESS-INPUT THRU
                   A1009-EXIT.
           IF DOSCARD-ALL-DONE
               GO TO MAIN-EXIT.
           GO TO MAIN-LOOP.
       MAIN-EXIT.
           PERFORM A1030-TERMINATION THRU
                   A1039-EXIT.
           STOP RUN.
       EJECT
       A1000-PROCESS-INPUT.
           READ INPUT-FILE AT END GO TO A1000-EOF.
           IF DOSCARD-COMMENT = '*'
              MOVE DOSCARD TO COMM-TEXT
              MOVE COMMLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              GO TO A1000-PROCESS-INPUT.
           IF DOSCARD-CCID = SPACES
              MOVE 'CARD NAMES NO CCID - IGNORED' TO COMM-TEXT
              MOVE COMMLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              GO TO A1000-PROCESS-INPUT.
           PERFORM A1010-BUILD-DOSSIER THRU
                   A1019-EXIT.
           GO TO A1009-EXIT.
       A1000-EOF.
            MOVE 1 TO DOSCARD-STATUS.
       A1009-EXIT.
            EXIT.
            SKIP2
      *
      *     LOADS THE USERID-TO-NAME/DEPARTMENT REFERENCE FILE INTO
      *     ITS LOOKUP TABLE.
      *
       A1005-LOAD-USERREF.
            OPEN INPUT USERREF-FILE.
            MOVE '0' TO WS-UREF-EOF-SW.
       A1005-LOOP.
            READ USERREF-FILE INTO USERREF-RECORD
                  AT END MOVE '1' TO WS-UREF-EOF-SW
            END-READ.
            IF WS-UREF-AT-EOF
               GO TO A1005-DONE.
            IF WS-UREF-CNT < 500
               ADD 1 TO WS-UREF-CNT
               SET WS-UREF-IDX TO WS-UREF-CNT
               MOVE USRF-USERID TO UREF-USERID (WS-UREF-IDX)
               MOVE USRF-NAME   TO UREF-NAME (WS-UREF-IDX)
               MOVE USRF-DEPT   TO UREF-DEPT (WS-UREF-IDX)
            ELSE
               IF NOT WS-UREF-OVFL
                  MOVE '1' TO WS-UREF-OVFL-SW
                  DISPLAY 'CCIDDOSR - USERID REFERENCE TABLE FULL '
                          'AT 500 - FURTHER USERIDS SHOW UNNAMED'
               END-IF.
            GO TO A1005-LOOP.
       A1005-DONE.
            CLOSE USERREF-FILE.
       A1005-EXIT.
            EXIT.
            SKIP2
      *
      *     LOADS THE APPROVED-CCID FILE INTO ITS LOOKUP TABLE.
      *
       A1006-LOAD-APPRCCID.
            OPEN INPUT APPR-FILE.
            MOVE '0' TO WS-APPR-EOF-SW.
       A1006-LOOP.
            READ APPR-FILE INTO APPR-RECORD
                  AT END MOVE '1' TO WS-APPR-EOF-SW
            END-READ.
            IF WS-APPR-AT-EOF
               GO TO A1006-DONE.
            IF WS-APPR-CNT < 500
               ADD 1 TO WS-APPR-CNT
               SET WS-APPR-IDX TO WS-APPR-CNT
               MOVE APPR-CCID  TO APPT-CCID (WS-APPR-IDX)
               MOVE APPR-GROUP TO APPT-GROUP (WS-APPR-IDX)
               MOVE APPR-FROM  TO APPT-FROM (WS-APPR-IDX)
               MOVE APPR-THRU  TO APPT-THRU (WS-APPR-IDX)
            ELSE
               IF NOT WS-APPR-OVFL
                  MOVE '1' TO WS-APPR-OVFL-SW
                  DISPLAY 'CCIDDOSR - APPROVED-CCID TABLE FULL AT '
                          '500 - FURTHER CCIDS SHOW NOT APPROVED'
               END-IF.
            GO TO A1006-LOOP.
       A1006-DONE.
            CLOSE APPR-FILE.
       A1006-EXIT.
            EXIT.
            SKIP2
      *
      *     PRINTS ONE CCID'S DOSSIER, STARTING ON A NEW PAGE, ONE
      *     SUB-SECTION PER SOURCE.  THE FOUND COUNT TOTALS WHAT
      *     EVERY SOURCE RETURNED SO A CCID NOTHING KNOWS ABOUT CAN
      *     BE SAID TO BE UNKNOWN.
      *
       A1010-BUILD-DOSSIER.
            ADD 1 TO WS-DOSSIER-CNT.
            MOVE ZERO TO WS-FOUND-CNT.
            MOVE +60 TO WS-LINECNT.
            MOVE DOSCARD-CCID TO HDR2-CCID.
            MOVE HEADING-2 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            PERFORM B1000-APPROVAL THRU
                    B1009-EXIT.
            PERFORM B1010-PACKAGE THRU
                    B1019-EXIT.
            PERFORM B1020-ELEMENTS THRU
                    B1029-EXIT.
            PERFORM B1030-LEVELS THRU
                    B1039-EXIT.
            PERFORM B1040-EXCEPTIONS THRU
                    B1049-EXIT.
            PERFORM B1050-GENERATIONS THRU
                    B1059-EXIT.
            IF WS-FOUND-CNT = ZERO
               MOVE 'CCID IS NOT KNOWN TO ANY SOURCE' TO COMM-TEXT
               MOVE COMMLINE TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
       A1019-EXIT.
            EXIT.
            SKIP2
       A1030-TERMINATION.
            DISPLAY 'CCIDDOSR - DOSSIERS PRINTED: ' WS-DOSSIER-CNT.
            CLOSE INPUT-FILE.
            CLOSE DOS-REPORT.
       A1039-EXIT.
            EXIT.
            SKIP2
      *
      *     APPROVING GROUP AND WINDOW FROM THE APPROVED-CCID TABLE.
      *
       B1000-APPROVAL.
            MOVE 'APPROVAL (APPRCCID)' TO SECT-TITLE.
            MOVE SECTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-APPR-CNT = ZERO
               GO TO B1000-NONE.
            SET WS-APPR-IDX TO 1.
       B1000-LOOP.
            IF WS-APPR-IDX > WS-APPR-CNT
               GO TO B1000-NONE.
            IF APPT-CCID (WS-APPR-IDX) NOT = DOSCARD-CCID
               SET WS-APPR-IDX UP BY 1
               GO TO B1000-LOOP.
            ADD 1 TO WS-FOUND-CNT.
            MOVE APPT-GROUP (WS-APPR-IDX) TO DET1-GROUP.
            MOVE APPT-FROM (WS-APPR-IDX)  TO DET1-FROM.
            MOVE APPT-THRU (WS-APPR-IDX)  TO DET1-THRU.
            IF DET1-FROM = SPACES
               MOVE 'OPEN' TO DET1-FROM.
            IF DET1-THRU = SPACES
               MOVE 'OPEN' TO DET1-THRU.
            MOVE DETAIL-1 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO B1009-EXIT.
       B1000-NONE.
            MOVE 'CCID IS NOT ON THE APPROVED-CCID FILE' TO NONE-TEXT.
            MOVE NONELINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1009-EXIT.
            EXIT.
            SKIP2
      *
      *     PACKAGE ID, STATUS AND WINDOW FROM THE CCID'S SUMMARY
      *     RECORD ON THE INTERFACE FEED.
      *
       B1010-PACKAGE.
            MOVE 'PACKAGE (CCIDINTF)' TO SECT-TITLE.
            MOVE SECTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-4 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ZERO TO WS-SECT-CNT.
            MOVE '0'  TO WS-SRC-EOF-SW.
            OPEN INPUT INTF-FILE.
       B1010-LOOP.
            READ INTF-FILE INTO INTF-DTL-RECORD
                  AT END MOVE '1' TO WS-SRC-EOF-SW
            END-READ.
            IF WS-SRC-AT-EOF
               GO TO B1010-DONE.
            IF INTD-REC-TYPE NOT = 'D'
               GO TO B1010-LOOP.
            IF INTD-CCID NOT = DOSCARD-CCID
               GO TO B1010-LOOP.
            ADD 1 TO WS-SECT-CNT.
            MOVE INTD-PKG-ID      TO DET2-PKG-ID.
            MOVE INTD-PKG-STATUS  TO DET2-PKG-STATUS.
            MOVE INTD-WINDOW-FROM TO DET2-WINDOW-FROM.
            MOVE INTD-WINDOW-TO   TO DET2-WINDOW-TO.
            MOVE INTD-ELEM-COUNT  TO DET2-ELEM-COUNT.
            MOVE INTD-SS-COUNT    TO DET2-SS-COUNT.
            MOVE INTD-CMPL-FLAG   TO DET2-CMPL-FLAG.
            MOVE INTD-SOD-FLAG    TO DET2-SOD-FLAG.
            MOVE DETAIL-2 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO B1010-LOOP.
       B1010-DONE.
            CLOSE INTF-FILE.
            IF WS-SECT-CNT = ZERO
               MOVE 'NO SUMMARY RECORD FOR THE CCID ON THE FEED'
                    TO NONE-TEXT
               MOVE NONELINE TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
            ADD WS-SECT-CNT TO WS-FOUND-CNT.
       B1019-EXIT.
            EXIT.
            SKIP2
      *
      *     EVERY ELEMENT THE CCID HAS CARRIED: THE MASTER FIRST,
      *     THEN THE ARCHIVE OF RECORDS PURGED FROM IT.
      *
       B1020-ELEMENTS.
            MOVE 'ELEMENTS (CCIDMSTR / MSTRARCH)' TO SECT-TITLE.
            MOVE SECTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-5 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ZERO TO WS-SECT-CNT.
            MOVE '0'  TO MASTER-EOF-SW.
            OPEN INPUT MASTER-FILE.
       B1020-LOOP.
            READ MASTER-FILE NEXT RECORD
                  AT END MOVE '1' TO MASTER-EOF-SW
            END-READ.
            IF MASTER-AT-EOF
               GO TO B1020-ARCHIVE.
            IF MSTR-CCID NOT = DOSCARD-CCID
               GO TO B1020-LOOP.
            ADD 1 TO WS-SECT-CNT.
            MOVE MSTR-ELEMENT    TO DET3-ELEMENT.
            MOVE MSTR-TYPE       TO DET3-TYPE.
            MOVE MSTR-FIRST-SEEN TO DET3-FIRST-SEEN.
            MOVE MSTR-LAST-SEEN  TO DET3-LAST-SEEN.
            MOVE MSTR-RUN-COUNT  TO DET3-RUN-COUNT.
            MOVE 'MASTER'        TO DET3-SOURCE.
            MOVE DETAIL-3 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO B1020-LOOP.
       B1020-ARCHIVE.
            CLOSE MASTER-FILE.
            MOVE '0' TO WS-SRC-EOF-SW.
            OPEN INPUT ARCH-FILE.
       B1020-ARCH-LOOP.
            READ ARCH-FILE INTO ARCH-RECORD
                  AT END MOVE '1' TO WS-SRC-EOF-SW
            END-READ.
            IF WS-SRC-AT-EOF
               GO TO B1020-DONE.
            IF ARCH-CCID NOT = DOSCARD-CCID
               GO TO B1020-ARCH-LOOP.
            ADD 1 TO WS-SECT-CNT.
            MOVE ARCH-ELEMENT    TO DET3-ELEMENT.
            MOVE ARCH-TYPE       TO DET3-TYPE.
            MOVE ARCH-FIRST-SEEN TO DET3-FIRST-SEEN.
            MOVE ARCH-LAST-SEEN  TO DET3-LAST-SEEN.
            MOVE ARCH-RUN-COUNT  TO DET3-RUN-COUNT.
            MOVE 'PURGED'        TO DET3-SOURCE.
            MOVE DETAIL-3 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO B1020-ARCH-LOOP.
       B1020-DONE.
            CLOSE ARCH-FILE.
            MOVE 'ELEMENTS LISTED:' TO TOTL-LABEL.
            PERFORM B1090-SECTION-FOOT THRU
                    B1099-EXIT.
       B1029-EXIT.
            EXIT.
            SKIP2
      *
      *     EVERY ELEMENT LEVEL ON THE EXTRACT FOR THE CCID, WITH THE
      *     AUTHOR'S NAME FROM THE USERID REFERENCE TABLE.
      *
       B1030-LEVELS.
            MOVE 'ELEMENT LEVELS (CCIDEXTR)' TO SECT-TITLE.
            MOVE SECTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-6 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ZERO TO WS-SECT-CNT.
            MOVE '0'  TO WS-SRC-EOF-SW.
            OPEN INPUT EXTR-FILE.
       B1030-LOOP.
            READ EXTR-FILE INTO EXTR-RECORD
                  AT END MOVE '1' TO WS-SRC-EOF-SW
            END-READ.
            IF WS-SRC-AT-EOF
               GO TO B1030-DONE.
            IF EXTR-CCID NOT = DOSCARD-CCID
               GO TO B1030-LOOP.
            ADD 1 TO WS-SECT-CNT.
            PERFORM B1060-UREF-LOOKUP THRU
                    B1069-EXIT.
            MOVE EXTR-ELEMENT TO DET4-ELEMENT.
            MOVE EXTR-TYPE    TO DET4-TYPE.
            MOVE EXTR-ENVIRON TO DET4-ENVIRON.
            MOVE EXTR-SID     TO DET4-SID.
            MOVE EXTR-VV      TO DET4-VV.
            MOVE EXTR-LL      TO DET4-LL.
            MOVE EXTR-DATE    TO DET4-DATE.
            MOVE EXTR-USER    TO DET4-USER.
            MOVE WS-UREF-NAME TO DET4-NAME.
            MOVE EXTR-COMMENT TO DET4-COMMENT.
            MOVE DETAIL-4 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO B1030-LOOP.
       B1030-DONE.
            CLOSE EXTR-FILE.
            MOVE 'LEVELS LISTED:' TO TOTL-LABEL.
            PERFORM B1090-SECTION-FOOT THRU
                    B1099-EXIT.
       B1039-EXIT.
            EXIT.
            SKIP2
      *
      *     COMPLIANCE EXCEPTIONS RAISED AGAINST THE CCID.
      *
       B1040-EXCEPTIONS.
            MOVE 'COMPLIANCE EXCEPTIONS (CMPLCRD)' TO SECT-TITLE.
            MOVE SECTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-7 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ZERO TO WS-SECT-CNT.
            MOVE '0'  TO WS-SRC-EOF-SW.
            OPEN INPUT CMPL-FILE.
       B1040-LOOP.
            READ CMPL-FILE INTO CMPL-RECORD
                  AT END MOVE '1' TO WS-SRC-EOF-SW
            END-READ.
            IF WS-SRC-AT-EOF
               GO TO B1040-DONE.
            IF CMPL-CCID NOT = DOSCARD-CCID
               GO TO B1040-LOOP.
            ADD 1 TO WS-SECT-CNT.
            MOVE CMPL-ELEMENT TO DET5-ELEMENT.
            MOVE CMPL-TYPE    TO DET5-TYPE.
            MOVE CMPL-ENVIRON TO DET5-ENVIRON.
            MOVE CMPL-SYSTEM  TO DET5-SYSTEM.
            MOVE CMPL-SUBSYS  TO DET5-SUBSYS.
            MOVE CMPL-DATE    TO DET5-DATE.
            MOVE CMPL-REASON  TO DET5-REASON.
            MOVE DETAIL-5 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO B1040-LOOP.
       B1040-DONE.
            CLOSE CMPL-FILE.
            MOVE 'EXCEPTIONS LISTED:' TO TOTL-LABEL.
            PERFORM B1090-SECTION-FOOT THRU
                    B1099-EXIT.
       B1049-EXIT.
            EXIT.
            SKIP2
      *
      *     RETAINED GENERATIONS THE CCID APPEARS IN.  THE CONTROL
      *     RECORDS ARE PASSED OVER; EACH DISTINCT RUN DATE IS NOTED
      *     WITH THE NUMBER OF THE CCID'S ELEMENTS IT HELD, THEN THE
      *     DATES ARE LISTED IN THE ORDER THE FILE CARRIES THEM.
      *
       B1050-GENERATIONS.
            MOVE 'RETAINED GENERATIONS (CCIDGENO)' TO SECT-TITLE.
            MOVE SECTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-8 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ZERO TO WS-GDOS-CNT.
            MOVE '0'  TO WS-GDOS-OVFL-SW.
            MOVE '0'  TO WS-SRC-EOF-SW.
            OPEN INPUT GENO-FILE.
       B1050-LOOP.
            READ GENO-FILE INTO GEN-RECORD
                  AT END MOVE '1' TO WS-SRC-EOF-SW
            END-READ.
            IF WS-SRC-AT-EOF
               GO TO B1050-DONE.
            IF GCTL-HEADER OR GCTL-TRAILER
               GO TO B1050-LOOP.
            IF GEN-CCID NOT = DOSCARD-CCID
               GO TO B1050-LOOP.
            PERFORM B1055-NOTE-GENERATION THRU
                    B1055-EXIT.
            GO TO B1050-LOOP.
       B1050-DONE.
            CLOSE GENO-FILE.
            MOVE ZERO TO WS-SECT-CNT.
            SET WS-GDOS-IDX TO 1.
       B1050-PRINT.
            IF WS-GDOS-IDX > WS-GDOS-CNT
               GO TO B1050-FOOT.
            ADD 1 TO WS-SECT-CNT.
            MOVE GDOS-DATE (WS-GDOS-IDX)       TO DET6-RUN-DATE.
            MOVE GDOS-ELEM-COUNT (WS-GDOS-IDX) TO DET6-ELEM-COUNT.
            MOVE DETAIL-6 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            SET WS-GDOS-IDX UP BY 1.
            GO TO B1050-PRINT.
       B1050-FOOT.
            MOVE 'GENERATIONS LISTED:' TO TOTL-LABEL.
            PERFORM B1090-SECTION-FOOT THRU
                    B1099-EXIT.
       B1059-EXIT.
            EXIT.
            SKIP2
      *
      *     COUNTS A GENERATION RECORD AGAINST ITS RUN DATE, ADDING
      *     THE DATE TO THE TABLE THE FIRST TIME IT IS SEEN.
      *
       B1055-NOTE-GENERATION.
            SET WS-GDOS-IDX TO 1.
       B1055-LOOP.
            IF WS-GDOS-IDX > WS-GDOS-CNT
               GO TO B1055-ADD.
            IF GDOS-DATE (WS-GDOS-IDX) = GEN-RUN-DATE
               ADD 1 TO GDOS-ELEM-COUNT (WS-GDOS-IDX)
               GO TO B1055-EXIT.
            SET WS-GDOS-IDX UP BY 1.
            GO TO B1055-LOOP.
       B1055-ADD.
            IF WS-GDOS-CNT < 50
               ADD 1 TO WS-GDOS-CNT
               SET WS-GDOS-IDX TO WS-GDOS-CNT
               MOVE GEN-RUN-DATE TO GDOS-DATE (WS-GDOS-IDX)
               MOVE 1            TO GDOS-ELEM-COUNT (WS-GDOS-IDX)
            ELSE
               IF NOT WS-GDOS-OVFL
                  MOVE '1' TO WS-GDOS-OVFL-SW
                  DISPLAY 'CCIDDOSR - GENERATION TABLE FULL AT 50 '
                          'FOR ' DOSCARD-CCID
               END-IF.
       B1055-EXIT.
            EXIT.
            SKIP2
      *
      *     RESOLVES A LEVEL'S USERID THROUGH THE REFERENCE TABLE.
      *     A USERID THE FILE DOES NOT CARRY IS MARKED AS SUCH.
      *
       B1060-UREF-LOOKUP.
            MOVE '*NOT ON USERREF*' TO WS-UREF-NAME.
            IF WS-UREF-CNT = ZERO
               GO TO B1069-EXIT.
            SET WS-UREF-IDX TO 1.
       B1060-LOOP.
            IF WS-UREF-IDX > WS-UREF-CNT
               GO TO B1069-EXIT.
            IF UREF-USERID (WS-UREF-IDX) = EXTR-USER
               MOVE UREF-NAME (WS-UREF-IDX) TO WS-UREF-NAME
               GO TO B1069-EXIT.
            SET WS-UREF-IDX UP BY 1.
            GO TO B1060-LOOP.
       B1069-EXIT.
            EXIT.
            SKIP2
      *
      *     CLOSES A LISTING SUB-SECTION: ITS COUNT, OR A NONE-FOUND
      *     LINE WHEN THE SOURCE HAD NOTHING FOR THE CCID.  THE
      *     CALLER SETS THE TOTAL LABEL.
      *
       B1090-SECTION-FOOT.
            ADD WS-SECT-CNT TO WS-FOUND-CNT.
            IF WS-SECT-CNT = ZERO
               MOVE 'NONE FOUND' TO NONE-TEXT
               MOVE NONELINE TO PRINTAREA
            ELSE
               MOVE WS-SECT-CNT TO TOTL-COUNT
               MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1099-EXIT.
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
