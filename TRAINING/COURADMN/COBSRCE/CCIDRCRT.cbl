       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCIDRCRT.
      *REMARKS.  ENDEVOR ACCESS RECERTIFICATION.  RUNS AFTER CCIDRPT1
      *          AND KEEPS A CARRIED-FORWARD ACTIVITY HISTORY FOR
      *          EVERY USERID THE RUNS HAVE SEEN (USRHSTI IN,
      *          USRHSTO OUT), BUILT FROM THE USERID ACTIVITY FEED
      *          (ACTVCRD).  FOR EACH USERID THE HISTORY HOLDS:
      *
      *            - THE LATEST LEVEL DATE IT AUTHORED, AND THE
      *              NUMBER OF LEVELS CREDITED TO IT ON THE LAST RUN
      *              THAT SAW IT AUTHOR ANY (EVERY RUN LISTS THE SAME
      *              LEVELS AGAIN, SO A RUNNING TOTAL WOULD COUNT
      *              THEM OVER AND OVER);
      *            - THE LATEST LEVEL DATE ON AN ELEMENT IT HOLDS
      *              SIGNED OUT, AND THE NUMBER OF ELEMENTS IT HELD
      *              SIGNED OUT ON THIS RUN (ZERO ONCE THE RUN NO
      *              LONGER FINDS ANY);
      *            - ITS LAST-ACTIVITY DATE, THE LATER OF THE TWO,
      *              AND THE RUN DATE THAT LAST FOUND IT ACTIVE.
      *
      *          THE REPORT THEN LISTS, EACH SECTION GROUPED BY
      *          DEPARTMENT ON THE USERID REFERENCE FILE (USERREF)
      *          WITH A PAGE AND A SIGN-OFF LINE PER DEPARTMENT:
      *
      *            1. USERREF USERIDS WITH NO ACTIVITY IN THE LAST N
      *               DAYS, INCLUDING ANY THE HISTORY HAS NEVER SEEN;
      *            2. USERIDS STILL HOLDING SIGNOUTS WHOSE USERREF
      *               DEPARTMENT IS TRANSFERRED OR TERMINATED;
      *            3. ACTIVE USERIDS (ACTIVITY IN THE LAST N DAYS OR
      *               SIGNOUTS STILL HELD) THAT USERREF DOES NOT
      *               CARRY, UNDER DEPARTMENT *UNKNOWN*.
      *
      *          THE CONTROL CARD CARRIES N, THE NUMBER OF DAYS, IN
      *          COLUMNS 1-4 (0001-9999).  WITHOUT IT THE HISTORY IS
      *          STILL CARRIED FORWARD, BUT NO SECTION IS PRINTED AND
      *          THE STEP ENDS WITH CONDITION CODE 8.
      *
      *          IN A PARALLEL-STREAM RUN THE STREAMS' ACTVCRD FILES
      *          ARE CONCATENATED ON THE INPUT DD.
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
           SELECT RCRT-REPORT ASSIGN TO UR-S-CCIDRCRT
              ACCESS IS SEQUENTIAL.
           SELECT USERREF-FILE ASSIGN TO UR-S-USERREF
              ACCESS IS SEQUENTIAL.
           SELECT ACTV-FILE ASSIGN TO UR-S-ACTVCRD
              ACCESS IS SEQUENTIAL.
           SELECT ACTV-SORTED ASSIGN TO UR-S-ACTVSRT
              ACCESS IS SEQUENTIAL.
           SELECT PRIOR-FILE ASSIGN TO UR-S-USRHSTI
              ACCESS IS SEQUENTIAL.
           SELECT UHIST-FILE ASSIGN TO UR-S-USRHSTO
              ACCESS IS SEQUENTIAL.
           SELECT ITEM-WORK ASSIGN TO UR-S-RCRTWRK
              ACCESS IS SEQUENTIAL.
           SELECT ITEM-SORTED ASSIGN TO UR-S-RCRTSRT
              ACCESS IS SEQUENTIAL.
           SELECT ACTV-SORT-FILE ASSIGN TO UR-S-ASRTFILE.
           SELECT ITEM-SORT-FILE ASSIGN TO UR-S-RSRTFILE.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  INPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RCRTCARD.
           05  RCRTCARD-DAYS            PIC X(4).
           05  RCRTCARD-DAYS-N  REDEFINES RCRTCARD-DAYS
                                        PIC 9(4).
           05  RCRTCARD-COMM  REDEFINES RCRTCARD-DAYS.
               10  RCRTCARD-COMMENT     PIC X.
               10  FILLER               PIC X(3).
           05  FILLER                   PIC X(76).
      *
       FD  RCRT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  REPORTLINE                    PIC X(132).
      *
      *     USERID REFERENCE FILE.
      *
       FD  USERREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  USERREF-DATA                  PIC X(45).
      *
      *     USERID ACTIVITY FEED WRITTEN BY CCIDRPT1, AND ITS
      *     USERID/ROLE/ELEMENT-SEQUENCED COPY.
      *
       FD  ACTV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ACTV-DATA                     PIC X(63).
      *
       FD  ACTV-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ACTV-SORTED-DATA              PIC X(63).
      *
      *     USERID ACTIVITY HISTORY, ONE RECORD PER USERID IN
      *     USERID SEQUENCE.
      *
       FD  PRIOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PRIOR-DATA                    PIC X(40).
      *
       FD  UHIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  UHIST-DATA                    PIC X(40).
      *
      *     REPORT ITEMS, ONE PER USERID AND SECTION, AND THEIR
      *     SECTION/DEPARTMENT/USERID-SEQUENCED COPY.
      *
       FD  ITEM-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ITEM-WORK-DATA                PIC X(78).
      *
       FD  ITEM-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ITEM-SORTED-DATA              PIC X(78).
      *
       SD  ACTV-SORT-FILE
           DATA RECORD IS ACTV-SORT-RECORD.
       01  ACTV-SORT-RECORD.
           05  SRTA-USER        PIC X(8).
           05  SRTA-ROLE        PIC X.
           05  SRTA-REST        PIC X(54).
      *
       SD  ITEM-SORT-FILE
           DATA RECORD IS ITEM-SORT-RECORD.
       01  ITEM-SORT-RECORD.
           05  SRTI-SECT        PIC 9.
           05  SRTI-DEPT        PIC X(12).
           05  SRTI-USERID      PIC X(8).
           05  SRTI-REST        PIC X(57).
      *
       WORKING-STORAGE SECTION.
       77  WS-LINECNT                    PIC S9(3) COMP-3 VALUE +60.
       77  WS-PAGECNT                    PIC S9(3) COMP-3 VALUE ZERO.
       77  WS-PRT-CCONTROL               PIC 9 VALUE ZERO.
       77  WS-ACTV-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-ACTV-DUP-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-RUN-USER-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-PRIOR-CNT                  PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-HIST-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-DEPT-USER-CNT              PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-SECT-USER-CNT              PIC 9(6) COMP-3  VALUE ZERO.
           SKIP1
       01  WS-RUN-YYDDD.
           05  WS-RUN-YY                 PIC 9(2).
           05  WS-RUN-DDD                PIC 9(3).
       01  WS-RUN-DATE  REDEFINES WS-RUN-YYDDD
                                         PIC X(5).
       01  WS-EOF-SW                     PIC X            VALUE '0'.
           88  WS-AT-EOF        VALUE '1'.
       01  WS-CARD-SW                    PIC X            VALUE '0'.
           88  WS-CARD-OK       VALUE '1'.
       01  WS-CARD-SEEN-SW               PIC X            VALUE '0'.
           88  WS-CARD-SEEN     VALUE '1'.
       01  WS-DAYS                       PIC 9(4)         VALUE ZERO.
           SKIP1
      *
      *     INACTIVITY CUTOFF: THE RUN DATE LESS N DAYS, IN THE SAME
      *     YYDDD FORM AS THE LEVEL DATES.  GOING BACK PAST DAY 1
      *     STEPS INTO THE PRIOR YEAR (366 DAYS WHEN IT IS A
      *     MULTIPLE OF FOUR).  A USERID WHOSE LAST ACTIVITY IS
      *     BEFORE THE CUTOFF HAS HAD NONE IN THE LAST N DAYS.
      *
       01  WS-CUT-YY                     PIC 9(2) COMP    VALUE ZERO.
       01  WS-CUT-DDD                    PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CUT-QUOT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-CUT-REM                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-CUTOFF-YYDDD.
           05  WS-CUTOFF-YY              PIC 9(2).
           05  WS-CUTOFF-DDD             PIC 9(3).
       01  WS-CUTOFF  REDEFINES WS-CUTOFF-YYDDD
                                         PIC X(5).
           SKIP1
      *
      *     USERID REFERENCE TABLE.  THE SEEN BYTE IS SET WHEN THE
      *     HISTORY PASS MEETS THE USERID, SO THOSE NEVER MET CAN BE
      *     LISTED AS HAVING NO ACTIVITY AT ALL.
      *
       01  USERREF-RECORD.
           05  USRF-USERID      PIC X(8).
           05  USRF-NAME        PIC X(25).
           05  USRF-DEPT        PIC X(12).
       01  WS-UREF-OVFL-SW               PIC X            VALUE '0'.
           88  WS-UREF-OVFL      VALUE '1'.
       01  WS-UREF-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-UREF-SLOT                  PIC 9(4) COMP    VALUE ZERO.
       01  WS-UREF-TABLE.
           05  WS-UREF-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-UREF-IDX.
               10  UREF-USERID  PIC X(8).
               10  UREF-NAME    PIC X(25).
               10  UREF-DEPT    PIC X(12).
                   88  UREF-DEPARTED VALUE 'TRANSFERRED'
                                           'TERMINATED'.
               10  UREF-SEEN-SW PIC X.
                   88  UREF-SEEN     VALUE '1'.
           SKIP1
      *
      *     ONE ACTIVITY FEED RECORD.  AT END OF THE SORTED FEED ITS
      *     USERID GOES TO HIGH-VALUES.
      *
       01  ACTV-RECORD.
           05  ACTV-USER        PIC X(8).
           05  ACTV-ROLE        PIC X.
               88  ACTV-AUTHOR   VALUE 'A'.
               88  ACTV-SIGNOUT  VALUE 'S'.
           05  ACTV-ELEM-KEY.
               10  ACTV-ELEMENT     PIC X(10).
               10  ACTV-TYPE        PIC X(8).
               10  ACTV-ENVIRON     PIC X(8).
               10  ACTV-SID         PIC X.
               10  ACTV-SYSTEM      PIC X(8).
               10  ACTV-SUBSYS      PIC X(8).
           05  ACTV-VV          PIC X(2).
           05  ACTV-LL          PIC X(2).
           05  ACTV-DATE        PIC X(7).
       01  WS-PREV-ACTV                  PIC X(63)        VALUE SPACES.
       01  WS-PREV-ELEM-KEY              PIC X(43)        VALUE SPACES.
           SKIP1
      *
      *     THE USERID IN HAND FROM THE FEED: THIS RUN'S AUTHORED
      *     LEVELS AND SIGNED-OUT ELEMENTS, EACH WITH ITS LATEST
      *     LEVEL DATE.  A RECORD THE SAME AS THE ONE BEFORE IT (THE
      *     SAME LEVEL LISTED BY TWO CARDS) IS COUNTED ONCE.
      *
       01  WS-RUN-USER                   PIC X(8)         VALUE SPACES.
       01  WS-RUN-LEVELS                 PIC 9(7) COMP-3  VALUE ZERO.
       01  WS-RUN-AUTH-DATE              PIC X(5)         VALUE SPACES.
       01  WS-RUN-SOUTS                  PIC 9(5) COMP-3  VALUE ZERO.
       01  WS-RUN-SOUT-DATE              PIC X(5)         VALUE SPACES.
           SKIP1
      *
      *     PRIOR AND NEW USERID HISTORY RECORDS.  AT END OF THE
      *     PRIOR FILE ITS USERID GOES TO HIGH-VALUES SO EVERY
      *     REMAINING USERID IN THE FEED IS NEW.
      *
       01  UHST-RECORD.
           05  UHST-USERID      PIC X(8).
           05  UHST-LAST-ACT    PIC X(5).
           05  UHST-LAST-AUTH   PIC X(5).
           05  UHST-LEVELS      PIC 9(7).
           05  UHST-LAST-SOUT   PIC X(5).
           05  UHST-SOUT-ELEMS  PIC 9(5).
           05  UHST-LAST-RUN    PIC X(5).
       01  UHSO-RECORD.
           05  UHSO-USERID      PIC X(8).
           05  UHSO-LAST-ACT    PIC X(5).
           05  UHSO-LAST-AUTH   PIC X(5).
           05  UHSO-LEVELS      PIC 9(7).
           05  UHSO-LAST-SOUT   PIC X(5).
           05  UHSO-SOUT-ELEMS  PIC 9(5).
           05  UHSO-LAST-RUN    PIC X(5).
       01  WS-DORMANT-SW                 PIC X            VALUE '0'.
           88  WS-DORMANT        VALUE '1'.
           SKIP1
      *
      *     ONE REPORT ITEM: THE SECTION, THE DEPARTMENT IT IS
      *     LISTED UNDER, AND THE USERID'S HISTORY.  AT END OF THE
      *     SORTED ITEMS THE SECTION GOES TO 9, PAST THE LAST ONE.
      *
       01  ITEM-RECORD.
           05  ITEM-SECT        PIC 9.
           05  ITEM-DEPT        PIC X(12).
           05  ITEM-USERID      PIC X(8).
           05  ITEM-NAME        PIC X(25).
           05  ITEM-LAST-ACT    PIC X(5).
           05  ITEM-LAST-AUTH   PIC X(5).
           05  ITEM-LEVELS      PIC 9(7).
           05  ITEM-LAST-SOUT   PIC X(5).
           05  ITEM-SOUT-ELEMS  PIC 9(5).
           05  ITEM-LAST-RUN    PIC X(5).
       01  WS-UNKNOWN-DEPT               PIC X(12)    VALUE '*UNKNOWN*'.
           SKIP1
      *
      *     THE SECTION AND DEPARTMENT IN HAND, WITH THE USERID
      *     COUNT LISTED IN EACH SECTION.
      *
       01  WS-SECT                       PIC 9            VALUE ZERO.
       01  WS-CUR-DEPT                   PIC X(12)        VALUE SPACES.
       01  WS-DEPT-OPEN-SW               PIC X            VALUE '0'.
           88  WS-DEPT-OPEN      VALUE '1'.
       01  WS-SECT-TOTALS.
           05  WS-SECT-TOTAL OCCURS 3 TIMES
                                         PIC 9(6) COMP-3.
       01  WS-SECT-TITLE-TABLE.
           05  FILLER           PIC X(36)
               VALUE 'SECTION 1 - USERREF USERIDS WITH NO'.
           05  FILLER           PIC X(24)
               VALUE 'RECENT ACTIVITY'.
           05  FILLER           PIC X(35)
               VALUE 'SECTION 2 - DEPARTED USERIDS STILL'.
           05  FILLER           PIC X(25)
               VALUE 'HOLDING SIGNOUTS'.
           05  FILLER           PIC X(34)
               VALUE 'SECTION 3 - ACTIVE USERIDS NOT ON'.
           05  FILLER           PIC X(26)
               VALUE 'USERREF'.
       01  WS-SECT-TITLES  REDEFINES WS-SECT-TITLE-TABLE.
           05  WS-SECT-TITLE OCCURS 3 TIMES
                                         PIC X(60).
      *
      *     THE PAGE HEADING CARRIES THE TITLE IN HAND AND, ON THE
      *     SECTION PAGES, THE DEPARTMENT AND THE COLUMN HEADINGS.
      *
       01  WS-HDR-TITLE                  PIC X(60)        VALUE SPACES.
       01  WS-HDR-COLS-SW                PIC X            VALUE '0'.
           88  WS-HDR-COLS       VALUE '1'.
           SKIP1
       01  HEADING-1.
           05  HDR1-CCONTROL    PIC X      VALUE '1'.
           05  HDR1-LINE.
           10  FILLER           PIC X(34)  VALUE SPACES.
           10  FILLER           PIC X(38)
               VALUE 'ENDEVOR ACCESS RECERTIFICATION REPORT'.
           10  FILLER           PIC X(49)  VALUE SPACES.
           10  FILLER           PIC X(5)   VALUE 'PAGE '.
           10  HDR1-PAGENO      PIC ZZ9.
           10  FILLER           PIC X(3)   VALUE SPACES.
           SKIP1
       01  HEADING-2.
           05  HDR2-CCONTROL    PIC X      VALUE '0'.
           05  HDR2-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  HDR2-TITLE       PIC X(60).
           10  FILLER           PIC X(10)  VALUE 'RUN DATE: '.
           10  HDR2-RUN-DATE    PIC X(5).
           10  FILLER           PIC X(4)   VALUE SPACES.
           10  FILLER           PIC X(8)   VALUE 'CUTOFF: '.
           10  HDR2-CUTOFF      PIC X(5).
           10  FILLER           PIC X(4)   VALUE SPACES.
           10  FILLER           PIC X(6)   VALUE 'DAYS: '.
           10  HDR2-DAYS        PIC ZZZ9   BLANK WHEN ZERO.
           10  FILLER           PIC X(24)  VALUE SPACES.
           SKIP1
       01  HEADING-3.
           05  HDR3-CCONTROL    PIC X      VALUE '0'.
           05  HDR3-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(12)  VALUE 'DEPARTMENT: '.
           10  HDR3-DEPT        PIC X(12).
           10  FILLER           PIC X(106) VALUE SPACES.
           SKIP1
       01  HEADING-4.
           05  HDR4-CCONTROL    PIC X      VALUE '0'.
           05  HDR4-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(10)  VALUE 'USERID'.
           10  FILLER           PIC X(27)  VALUE 'NAME'.
           10  FILLER           PIC X(10)  VALUE 'LAST ACT'.
           10  FILLER           PIC X(10)  VALUE 'LAST LVL'.
           10  FILLER           PIC X(9)   VALUE ' LEVELS'.
           10  FILLER           PIC X(11)  VALUE 'LAST SOUT'.
           10  FILLER           PIC X(12)  VALUE 'SOUTS HELD'.
           10  FILLER           PIC X(11)  VALUE 'LAST SEEN'.
           10  FILLER           PIC X(30)  VALUE 'CERTIFY'.
           SKIP1
       01  DETAIL-1.
           05  DET1-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET1-USERID      PIC X(8).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET1-NAME        PIC X(25).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET1-LAST-ACT    PIC X(5).
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  DET1-LAST-AUTH   PIC X(5).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET1-LEVELS      PIC ZZZZZZ9.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  DET1-LAST-SOUT   PIC X(5).
           05  FILLER           PIC X(11)  VALUE SPACES.
           05  DET1-SOUTS       PIC ZZZZ9.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET1-LAST-RUN    PIC X(5).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(30)
               VALUE 'KEEP ___   REVOKE ___'.
           SKIP1
       01  DEPTLINE.
           05  DEPT-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(19)  VALUE 'USERIDS LISTED FOR '.
           05  DEPTL-DEPT       PIC X(12).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DEPTL-COUNT      PIC ZZZZZ9.
           05  FILLER           PIC X(90)  VALUE SPACES.
           SKIP1
       01  SIGNLINE.
           05  SIGN-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(21)
               VALUE 'REVIEWED BY MANAGER: '.
           05  FILLER           PIC X(30)  VALUE ALL '_'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           05  FILLER           PIC X(10)  VALUE ALL '_'.
           05  FILLER           PIC X(61)  VALUE SPACES.
           SKIP1
       01  TOTLINE.
           05  TOTL-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  TOTL-LABEL       PIC X(30).
           05  TOTL-COUNT       PIC ZZZZZ9.
           05  FILLER           PIC X(94)  VALUE SPACES.
           SKIP1
       01  ERRLINE.
           05  ERRL-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(3)   VALUE '** '.
           05  ERRL-TEXT        PIC X(60).
           05  FILLER           PIC X(67)  VALUE SPACES.
           SKIP1
       01  COMMLINE.
           05  COMM-CCONTROL    PIC X      VALUE ' '.
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
           OPEN OUTPUT RCRT-REPORT.
           ACCEPT WS-RUN-YYDDD FROM DAY.
           PERFORM A1000-READ-CONTROL THRU
                   A1009-EXIT.
           PERFORM A1005-LOAD-USERREF THRU
                   A1005-EXIT.
           PERFORM A1010-SORT-ACTIVITY THRU
                   A1019-EXIT.
           PERFORM A1020-UPDATE-HISTORY THRU
                   A1029-EXIT.
           IF NOT WS-CARD-OK
               GO TO MAIN-EXIT.
           PERFORM A1040-PRINT-SECTIONS THRU
                   A1049-EXIT.
       MAIN-EXIT.
           PERFORM A1030-TERMINATION THRU
                   A1039-EXIT.
           STOP RUN.
       EJECT
      *
      *     READS THE CONTROL DECK.  COMMENT CARDS ARE ECHOED; THE
      *     FIRST OTHER CARD SUPPLIES THE NUMBER OF DAYS, AND ANY
      *     FURTHER CARD IS ECHOED AND IGNORED.  A GOOD CARD SETS
      *     THE INACTIVITY CUTOFF.
      *
       A1000-READ-CONTROL.
           MOVE ZERO TO WS-SECT-TOTAL (1).
           MOVE ZERO TO WS-SECT-TOTAL (2).
           MOVE ZERO TO WS-SECT-TOTAL (3).
           MOVE 'CONTROL CARDS' TO WS-HDR-TITLE.
       A1000-LOOP.
           READ INPUT-FILE AT END GO TO A1000-CHECK.
           MOVE RCRTCARD TO COMM-TEXT.
           MOVE COMMLINE TO PRINTAREA.
           PERFORM W1000-WRITE THRU
                   W1009-EXIT.
           IF RCRTCARD-COMMENT = '*'
              GO TO A1000-LOOP.
           IF WS-CARD-SEEN
              MOVE 'EXTRA CONTROL CARD IGNORED' TO ERRL-TEXT
              MOVE ERRLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              GO TO A1000-LOOP.
           MOVE '1' TO WS-CARD-SEEN-SW.
           IF RCRTCARD-DAYS IS NUMERIC
              IF RCRTCARD-DAYS-N > ZERO
                 MOVE RCRTCARD-DAYS-N TO WS-DAYS
                 MOVE '1' TO WS-CARD-SW.
           GO TO A1000-LOOP.
       A1000-CHECK.
           CLOSE INPUT-FILE.
           IF NOT WS-CARD-OK
              MOVE 'CONTROL CARD NEEDS DAYS 0001-9999 IN COLUMNS 1-4'
                TO ERRL-TEXT
              MOVE ERRLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              MOVE 'HISTORY CARRIED FORWARD - NO SECTIONS PRINTED'
                TO ERRL-TEXT
              MOVE ERRLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              GO TO A1009-EXIT.
           PERFORM B1000-SET-CUTOFF THRU
                   B1009-EXIT.
       A1009-EXIT.
           EXIT.
           SKIP2
       A1005-LOAD-USERREF.
            OPEN INPUT USERREF-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1005-LOOP.
            READ USERREF-FILE INTO USERREF-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1005-DONE.
            IF WS-UREF-CNT < 500
               ADD 1 TO WS-UREF-CNT
               SET WS-UREF-IDX TO WS-UREF-CNT
               MOVE USRF-USERID TO UREF-USERID (WS-UREF-IDX)
               MOVE USRF-NAME   TO UREF-NAME (WS-UREF-IDX)
               MOVE USRF-DEPT   TO UREF-DEPT (WS-UREF-IDX)
               MOVE '0'         TO UREF-SEEN-SW (WS-UREF-IDX)
            ELSE
               IF NOT WS-UREF-OVFL
                  MOVE '1' TO WS-UREF-OVFL-SW
                  DISPLAY 'CCIDRCRT - USERID REFERENCE TABLE FULL '
                          'AT 500 - FURTHER USERIDS ARE TREATED AS '
                          'NOT ON USERREF'
               END-IF.
            GO TO A1005-LOOP.
       A1005-DONE.
            CLOSE USERREF-FILE.
       A1005-EXIT.
            EXIT.
            SKIP2
      *
      *     PUTS THE ACTIVITY FEED INTO USERID, ROLE AND ELEMENT
      *     SEQUENCE FOR THE HISTORY MATCH-MERGE.
      *
       A1010-SORT-ACTIVITY.
            SORT ACTV-SORT-FILE
                ASCENDING KEY SRTA-USER SRTA-ROLE SRTA-REST
                WITH DUPLICATES IN ORDER
                USING ACTV-FILE
                GIVING ACTV-SORTED.
       A1019-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE PASS OF THE SORTED FEED, A USERID AT A TIME, MATCHED
      *     AGAINST THE PRIOR HISTORY.  A USERID ON BOTH HAS THIS
      *     RUN'S ACTIVITY APPLIED TO ITS HISTORY; ONE ONLY ON THE
      *     FEED STARTS A NEW HISTORY; ONE ONLY ON THE PRIOR HISTORY
      *     IS CARRIED FORWARD UNCHANGED EXCEPT THAT IT NO LONGER
      *     HOLDS ANY SIGNOUT.  EVERY USERID WRITTEN IS ALSO CHECKED
      *     FOR THE REPORT, AND AFTER THE PASS EVERY USERREF USERID
      *     THE PASS NEVER MET IS LISTED AS HAVING NO ACTIVITY.
      *
       A1020-UPDATE-HISTORY.
            OPEN INPUT  ACTV-SORTED.
            OPEN INPUT  PRIOR-FILE.
            OPEN OUTPUT UHIST-FILE.
            OPEN OUTPUT ITEM-WORK.
            PERFORM B1100-READ-ACTV THRU
                    B1109-EXIT.
            PERFORM B1110-NEXT-RUN-USER THRU
                    B1119-EXIT.
            PERFORM B1130-READ-PRIOR THRU
                    B1139-EXIT.
       A1020-LOOP.
            IF UHST-USERID = HIGH-VALUES AND
               WS-RUN-USER = HIGH-VALUES
               GO TO A1020-NEVER-SEEN.
            IF UHST-USERID < WS-RUN-USER
               MOVE UHST-RECORD TO UHSO-RECORD
               MOVE ZERO        TO UHSO-SOUT-ELEMS
               PERFORM B1200-FINISH-USER THRU
                       B1209-EXIT
               PERFORM B1130-READ-PRIOR THRU
                       B1139-EXIT
               GO TO A1020-LOOP.
            IF UHST-USERID > WS-RUN-USER
               MOVE SPACES      TO UHSO-RECORD
               MOVE WS-RUN-USER TO UHSO-USERID
               MOVE ZERO        TO UHSO-LEVELS
               MOVE ZERO        TO UHSO-SOUT-ELEMS
               PERFORM B1120-APPLY-RUN THRU
                       B1129-EXIT
               PERFORM B1200-FINISH-USER THRU
                       B1209-EXIT
               PERFORM B1110-NEXT-RUN-USER THRU
                       B1119-EXIT
               GO TO A1020-LOOP.
            MOVE UHST-RECORD TO UHSO-RECORD.
            PERFORM B1120-APPLY-RUN THRU
                    B1129-EXIT.
            PERFORM B1200-FINISH-USER THRU
                    B1209-EXIT.
            PERFORM B1130-READ-PRIOR THRU
                    B1139-EXIT.
            PERFORM B1110-NEXT-RUN-USER THRU
                    B1119-EXIT.
            GO TO A1020-LOOP.
       A1020-NEVER-SEEN.
            IF NOT WS-CARD-OK OR WS-UREF-CNT = ZERO
               GO TO A1020-DONE.
            SET WS-UREF-IDX TO 1.
       A1020-NEVER-LOOP.
            IF WS-UREF-IDX > WS-UREF-CNT
               GO TO A1020-DONE.
            IF NOT UREF-SEEN (WS-UREF-IDX)
               MOVE SPACES TO ITEM-RECORD
               MOVE 1      TO ITEM-SECT
               MOVE UREF-DEPT (WS-UREF-IDX)   TO ITEM-DEPT
               MOVE UREF-USERID (WS-UREF-IDX) TO ITEM-USERID
               MOVE UREF-NAME (WS-UREF-IDX)   TO ITEM-NAME
               MOVE ZERO   TO ITEM-LEVELS
               MOVE ZERO   TO ITEM-SOUT-ELEMS
               PERFORM B1290-PUT-ITEM THRU
                       B1299-EXIT.
            SET WS-UREF-IDX UP BY 1.
            GO TO A1020-NEVER-LOOP.
       A1020-DONE.
            CLOSE ACTV-SORTED.
            CLOSE PRIOR-FILE.
            CLOSE UHIST-FILE.
            CLOSE ITEM-WORK.
       A1029-EXIT.
            EXIT.
            SKIP2
       A1030-TERMINATION.
            MOVE 'RUN TOTALS' TO WS-HDR-TITLE.
            MOVE '0'          TO WS-HDR-COLS-SW.
            MOVE +60          TO WS-LINECNT.
            MOVE 'ACTIVITY RECORDS READ'        TO TOTL-LABEL.
            MOVE WS-ACTV-CNT                    TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'DUPLICATE RECORDS SKIPPED'    TO TOTL-LABEL.
            MOVE WS-ACTV-DUP-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'USERIDS ACTIVE THIS RUN'      TO TOTL-LABEL.
            MOVE WS-RUN-USER-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'PRIOR HISTORY USERIDS READ'   TO TOTL-LABEL.
            MOVE WS-PRIOR-CNT                   TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'HISTORY USERIDS WRITTEN'      TO TOTL-LABEL.
            MOVE WS-HIST-CNT                    TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'USERREF USERIDS'              TO TOTL-LABEL.
            MOVE WS-UREF-CNT                    TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF NOT WS-CARD-OK
               GO TO A1030-RC.
            MOVE 'NO RECENT ACTIVITY'           TO TOTL-LABEL.
            MOVE WS-SECT-TOTAL (1)              TO TOTL-COUNT.
            MOVE '0'                            TO TOTL-CCONTROL.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ' '                            TO TOTL-CCONTROL.
            MOVE 'DEPARTED HOLDING SIGNOUTS'    TO TOTL-LABEL.
            MOVE WS-SECT-TOTAL (2)              TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'ACTIVE NOT ON USERREF'        TO TOTL-LABEL.
            MOVE WS-SECT-TOTAL (3)              TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       A1030-RC.
            CLOSE RCRT-REPORT.
            MOVE ZERO TO RETURN-CODE.
            IF NOT WS-CARD-OK
               MOVE 8 TO RETURN-CODE.
       A1039-EXIT.
            EXIT.
            SKIP2
      *
      *     PRINTS THE THREE SECTIONS FROM THE SORTED ITEMS.  EACH
      *     SECTION IS PRINTED EVEN WHEN IT HAS NOTHING IN IT, SO
      *     SECURITY CAN SEE IT WAS CHECKED.
      *
       A1040-PRINT-SECTIONS.
            SORT ITEM-SORT-FILE
                ASCENDING KEY SRTI-SECT SRTI-DEPT SRTI-USERID
                WITH DUPLICATES IN ORDER
                USING ITEM-WORK
                GIVING ITEM-SORTED.
            OPEN INPUT ITEM-SORTED.
            PERFORM B1300-READ-ITEM THRU
                    B1309-EXIT.
            MOVE 1 TO WS-SECT.
       A1040-LOOP.
            PERFORM B1310-PRINT-SECTION THRU
                    B1319-EXIT.
            IF WS-SECT < 3
               ADD 1 TO WS-SECT
               GO TO A1040-LOOP.
            CLOSE ITEM-SORTED.
       A1049-EXIT.
            EXIT.
            SKIP2
      *
      *     INACTIVITY CUTOFF FROM THE RUN DATE AND THE DAYS ON THE
      *     CONTROL CARD.
      *
       B1000-SET-CUTOFF.
            MOVE WS-RUN-YY TO WS-CUT-YY.
            COMPUTE WS-CUT-DDD = WS-RUN-DDD - WS-DAYS.
       B1000-YEAR-BACK.
            IF WS-CUT-DDD > ZERO
               GO TO B1000-FORMAT.
            IF WS-CUT-YY = ZERO
               MOVE 99 TO WS-CUT-YY
            ELSE
               SUBTRACT 1 FROM WS-CUT-YY.
            DIVIDE WS-CUT-YY BY 4
                   GIVING WS-CUT-QUOT REMAINDER WS-CUT-REM.
            IF WS-CUT-REM = ZERO
               ADD 366 TO WS-CUT-DDD
            ELSE
               ADD 365 TO WS-CUT-DDD.
            GO TO B1000-YEAR-BACK.
       B1000-FORMAT.
            MOVE WS-CUT-YY  TO WS-CUTOFF-YY.
            MOVE WS-CUT-DDD TO WS-CUTOFF-DDD.
       B1009-EXIT.
            EXIT.
            SKIP2
       B1100-READ-ACTV.
            READ ACTV-SORTED INTO ACTV-RECORD
                  AT END MOVE HIGH-VALUES TO ACTV-USER
                         GO TO B1109-EXIT
            END-READ.
            ADD 1 TO WS-ACTV-CNT.
       B1109-EXIT.
            EXIT.
            SKIP2
      *
      *     GATHERS THE NEXT USERID'S FEED RECORDS: ITS AUTHORED
      *     LEVELS AND THE DISTINCT ELEMENTS IT HOLDS SIGNED OUT,
      *     WITH THE LATEST LEVEL DATE OF EACH.  AT END OF THE FEED
      *     WS-RUN-USER IS LEFT AT HIGH-VALUES.
      *
       B1110-NEXT-RUN-USER.
            MOVE ACTV-USER TO WS-RUN-USER.
            IF WS-RUN-USER = HIGH-VALUES
               GO TO B1119-EXIT.
            MOVE ZERO   TO WS-RUN-LEVELS.
            MOVE ZERO   TO WS-RUN-SOUTS.
            MOVE SPACES TO WS-RUN-AUTH-DATE.
            MOVE SPACES TO WS-RUN-SOUT-DATE.
            MOVE SPACES TO WS-PREV-ACTV.
            MOVE SPACES TO WS-PREV-ELEM-KEY.
            ADD 1 TO WS-RUN-USER-CNT.
       B1110-LOOP.
            IF ACTV-USER NOT = WS-RUN-USER
               GO TO B1119-EXIT.
            IF ACTV-RECORD = WS-PREV-ACTV
               ADD 1 TO WS-ACTV-DUP-CNT
               GO TO B1110-NEXT.
            MOVE ACTV-RECORD TO WS-PREV-ACTV.
            IF ACTV-AUTHOR
               ADD 1 TO WS-RUN-LEVELS
               IF ACTV-DATE (1:5) > WS-RUN-AUTH-DATE
                  MOVE ACTV-DATE (1:5) TO WS-RUN-AUTH-DATE
               END-IF
               GO TO B1110-NEXT.
            IF ACTV-ELEM-KEY NOT = WS-PREV-ELEM-KEY
               ADD 1 TO WS-RUN-SOUTS
               MOVE ACTV-ELEM-KEY TO WS-PREV-ELEM-KEY.
            IF ACTV-DATE (1:5) > WS-RUN-SOUT-DATE
               MOVE ACTV-DATE (1:5) TO WS-RUN-SOUT-DATE.
       B1110-NEXT.
            PERFORM B1100-READ-ACTV THRU
                    B1109-EXIT.
            GO TO B1110-LOOP.
       B1119-EXIT.
            EXIT.
            SKIP2
      *
      *     APPLIES THE USERID'S ACTIVITY ON THIS RUN TO ITS HISTORY
      *     IN UHSO-RECORD.  THE DATES ONLY MOVE FORWARD; THE LEVEL
      *     COUNT IS REPLACED ONLY WHEN THE USERID AUTHORED LEVELS
      *     THIS RUN; THE SIGNOUT COUNT IS ALWAYS THIS RUN'S.
      *
       B1120-APPLY-RUN.
            IF WS-RUN-LEVELS > ZERO
               MOVE WS-RUN-LEVELS TO UHSO-LEVELS
               IF WS-RUN-AUTH-DATE > UHSO-LAST-AUTH
                  MOVE WS-RUN-AUTH-DATE TO UHSO-LAST-AUTH.
            MOVE WS-RUN-SOUTS TO UHSO-SOUT-ELEMS.
            IF WS-RUN-SOUT-DATE > UHSO-LAST-SOUT
               MOVE WS-RUN-SOUT-DATE TO UHSO-LAST-SOUT.
            MOVE UHSO-LAST-AUTH TO UHSO-LAST-ACT.
            IF UHSO-LAST-SOUT > UHSO-LAST-ACT
               MOVE UHSO-LAST-SOUT TO UHSO-LAST-ACT.
            MOVE WS-RUN-DATE TO UHSO-LAST-RUN.
       B1129-EXIT.
            EXIT.
            SKIP2
       B1130-READ-PRIOR.
            READ PRIOR-FILE INTO UHST-RECORD
                  AT END MOVE HIGH-VALUES TO UHST-USERID
                         GO TO B1139-EXIT
            END-READ.
            ADD 1 TO WS-PRIOR-CNT.
       B1139-EXIT.
            EXIT.
            SKIP2
      *
      *     WRITES THE USERID'S NEW HISTORY RECORD AND DECIDES WHICH
      *     SECTIONS, IF ANY, LIST IT.
      *
       B1200-FINISH-USER.
            WRITE UHIST-DATA FROM UHSO-RECORD.
            ADD 1 TO WS-HIST-CNT.
            IF NOT WS-CARD-OK
               GO TO B1209-EXIT.
            MOVE '0' TO WS-DORMANT-SW.
            IF UHSO-LAST-ACT < WS-CUTOFF
               MOVE '1' TO WS-DORMANT-SW.
            PERFORM B1210-FIND-UREF THRU
                    B1219-EXIT.
            MOVE SPACES          TO ITEM-RECORD.
            MOVE UHSO-USERID     TO ITEM-USERID.
            MOVE UHSO-LAST-ACT   TO ITEM-LAST-ACT.
            MOVE UHSO-LAST-AUTH  TO ITEM-LAST-AUTH.
            MOVE UHSO-LEVELS     TO ITEM-LEVELS.
            MOVE UHSO-LAST-SOUT  TO ITEM-LAST-SOUT.
            MOVE UHSO-SOUT-ELEMS TO ITEM-SOUT-ELEMS.
            MOVE UHSO-LAST-RUN   TO ITEM-LAST-RUN.
            IF WS-UREF-SLOT = ZERO
               GO TO B1200-NOT-ON-FILE.
            SET WS-UREF-IDX TO WS-UREF-SLOT.
            MOVE '1' TO UREF-SEEN-SW (WS-UREF-IDX).
            MOVE UREF-DEPT (WS-UREF-IDX) TO ITEM-DEPT.
            MOVE UREF-NAME (WS-UREF-IDX) TO ITEM-NAME.
            IF WS-DORMANT
               MOVE 1 TO ITEM-SECT
               PERFORM B1290-PUT-ITEM THRU
                       B1299-EXIT.
            IF UREF-DEPARTED (WS-UREF-IDX) AND
               UHSO-SOUT-ELEMS > ZERO
               MOVE 2 TO ITEM-SECT
               PERFORM B1290-PUT-ITEM THRU
                       B1299-EXIT.
            GO TO B1209-EXIT.
       B1200-NOT-ON-FILE.
            IF WS-DORMANT AND UHSO-SOUT-ELEMS = ZERO
               GO TO B1209-EXIT.
            MOVE 3               TO ITEM-SECT.
            MOVE WS-UNKNOWN-DEPT TO ITEM-DEPT.
            PERFORM B1290-PUT-ITEM THRU
                    B1299-EXIT.
       B1209-EXIT.
            EXIT.
            SKIP2
       B1210-FIND-UREF.
            MOVE ZERO TO WS-UREF-SLOT.
            IF WS-UREF-CNT = ZERO
               GO TO B1219-EXIT.
            SET WS-UREF-IDX TO 1.
       B1210-LOOP.
            IF WS-UREF-IDX > WS-UREF-CNT
               GO TO B1219-EXIT.
            IF UREF-USERID (WS-UREF-IDX) = UHSO-USERID
               SET WS-UREF-SLOT TO WS-UREF-IDX
               GO TO B1219-EXIT.
            SET WS-UREF-IDX UP BY 1.
            GO TO B1210-LOOP.
       B1219-EXIT.
            EXIT.
            SKIP2
       B1290-PUT-ITEM.
            WRITE ITEM-WORK-DATA FROM ITEM-RECORD.
            ADD 1 TO WS-SECT-TOTAL (ITEM-SECT).
       B1299-EXIT.
            EXIT.
            SKIP2
       B1300-READ-ITEM.
            READ ITEM-SORTED INTO ITEM-RECORD
                  AT END MOVE 9 TO ITEM-SECT
            END-READ.
       B1309-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE SECTION: EACH DEPARTMENT STARTS A NEW PAGE AND ENDS
      *     WITH ITS USERID COUNT AND THE MANAGER'S SIGN-OFF LINE.
      *
       B1310-PRINT-SECTION.
            MOVE WS-SECT-TITLE (WS-SECT) TO WS-HDR-TITLE.
            MOVE ZERO   TO WS-SECT-USER-CNT.
            MOVE SPACES TO WS-CUR-DEPT.
            MOVE '0'    TO WS-DEPT-OPEN-SW.
            MOVE '0'    TO WS-HDR-COLS-SW.
            MOVE +60    TO WS-LINECNT.
       B1310-LOOP.
            IF ITEM-SECT NOT = WS-SECT
               GO TO B1310-END.
            IF NOT WS-DEPT-OPEN OR ITEM-DEPT NOT = WS-CUR-DEPT
               IF WS-DEPT-OPEN
                  PERFORM B1320-END-DEPT THRU
                          B1329-EXIT
               END-IF
               MOVE ITEM-DEPT TO WS-CUR-DEPT
               MOVE ITEM-DEPT TO HDR3-DEPT
               MOVE '1'       TO WS-DEPT-OPEN-SW
               MOVE '1'       TO WS-HDR-COLS-SW
               MOVE ZERO      TO WS-DEPT-USER-CNT
               MOVE +60       TO WS-LINECNT
            END-IF.
            MOVE ITEM-USERID     TO DET1-USERID.
            MOVE ITEM-NAME       TO DET1-NAME.
            MOVE ITEM-LAST-ACT   TO DET1-LAST-ACT.
            IF ITEM-LAST-ACT = SPACES
               MOVE 'NEVER' TO DET1-LAST-ACT.
            MOVE ITEM-LAST-AUTH  TO DET1-LAST-AUTH.
            MOVE ITEM-LEVELS     TO DET1-LEVELS.
            MOVE ITEM-LAST-SOUT  TO DET1-LAST-SOUT.
            MOVE ITEM-SOUT-ELEMS TO DET1-SOUTS.
            MOVE ITEM-LAST-RUN   TO DET1-LAST-RUN.
            MOVE DETAIL-1 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            ADD 1 TO WS-DEPT-USER-CNT.
            ADD 1 TO WS-SECT-USER-CNT.
            PERFORM B1300-READ-ITEM THRU
                    B1309-EXIT.
            GO TO B1310-LOOP.
       B1310-END.
            IF WS-DEPT-OPEN
               PERFORM B1320-END-DEPT THRU
                       B1329-EXIT.
            IF WS-SECT-USER-CNT > ZERO
               GO TO B1319-EXIT.
            MOVE 'NO USERIDS IN THIS SECTION' TO COMM-TEXT.
            MOVE '0'      TO COMM-CCONTROL.
            MOVE COMMLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ' '      TO COMM-CCONTROL.
       B1319-EXIT.
            EXIT.
            SKIP2
       B1320-END-DEPT.
            MOVE WS-CUR-DEPT      TO DEPTL-DEPT.
            MOVE WS-DEPT-USER-CNT TO DEPTL-COUNT.
            MOVE DEPTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE SIGNLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1329-EXIT.
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
            MOVE WS-HDR-TITLE TO HDR2-TITLE.
            MOVE WS-RUN-DATE  TO HDR2-RUN-DATE.
            IF WS-CARD-OK
               MOVE WS-CUTOFF TO HDR2-CUTOFF
               MOVE WS-DAYS   TO HDR2-DAYS
            ELSE
               MOVE SPACES    TO HDR2-CUTOFF
               MOVE ZERO      TO HDR2-DAYS.
            WRITE REPORTLINE FROM HDR2-LINE AFTER ADVANCING
                  2 LINES.
            ADD 2 TO WS-LINECNT.
            IF NOT WS-HDR-COLS
               GO TO W1019-EXIT.
            WRITE REPORTLINE FROM HDR3-LINE AFTER ADVANCING
                  2 LINES.
            WRITE REPORTLINE FROM HDR4-LINE AFTER ADVANCING
                  2 LINES.
            ADD 4 TO WS-LINECNT.
       W1019-EXIT.
            EXIT.
