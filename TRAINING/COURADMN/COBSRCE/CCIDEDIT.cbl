      *          A SECOND SOUT CARD IS AN ERROR, AND A SELECTION
      *          WHOLLY CONTAINED IN AN EARLIER WIDER CARD DRAWS A
      *          WARNING.
      *
      *          A 'PROF' CARD NAMES A PROFILE IN THE CONTROL DECK
      *          LIBRARY (MAINTAINED BY CCIDRMNT) AND IS REPLACED BY
      *          THAT PROFILE'S MEMBER CARDS.  EACH MEMBER'S SYMBOLIC
      *          DATES -- TODAY, TODAY-N (N DAYS BACK) OR MONTHSTART --
      *          ARE RESOLVED AGAINST TODAY'S DATE INTO REAL YDDD
      *          VALUES IN ITS DATE OR CUTOFF FIELDS, BOTH FORMS ARE
      *          ECHOED, AND THE RESOLVED CARD IS THEN EDITED AND
      *          WRITTEN EXACTLY AS IF IT HAD BEEN PUNCHED IN SYSIN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS IS SEQUENTIAL.
           SELECT INVREF-FILE ASSIGN TO UR-S-INVREF
              ACCESS IS SEQUENTIAL.
           SELECT DLIB-FILE ASSIGN TO UR-S-DECKLIB
              ACCESS IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
                    15  INCARD-WNDW-MM   PIC XX.
                    15  INCARD-WNDW-SS   PIC XX.
                10  FILLER               PIC X(70).
      *
      *     ALTERNATE VIEW OF THE CARD DATA FOR THE 'PROF' CARD,
      *     WHICH NAMES THE DECK LIBRARY PROFILE TO EXPAND.
      *
            05  INCARD-PROF-DATA  REDEFINES INCARD-DATA.
                10  INCARD-PROF-NAME     PIC X(8).
                10  FILLER               PIC X(68).
      *
       FD  EDIT-REPORT
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  INVREF-DATA                   PIC X(24).
      *
      *     CONTROL DECK LIBRARY, AS REWRITTEN BY CCIDRMNT IN
      *     PROFILE/MEMBER SEQUENCE ORDER.
      *
       FD  DLIB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DLIB-DATA                     PIC X(111).
      *
       WORKING-STORAGE SECTION.
       77  WS-LINECNT                    PIC S9(3) COMP-3 VALUE +60.
           88  WS-CARD-IN-ERROR  VALUE '1'.
           SKIP1
       77  WS-WARN-TOTAL                 PIC 9(5) COMP-3  VALUE ZERO.
       77  WS-PROFILES-EXPANDED          PIC 9(5) COMP-3  VALUE ZERO.
       77  WS-MEMBERS-EXPANDED           PIC 9(5) COMP-3  VALUE ZERO.
           SKIP1
      *
      *     CONTROL DECK LIBRARY TABLE, LOADED ONCE AT START-UP.  THE
      *     FROM SYMBOL GOES INTO A MEMBER CARD'S FROM DATE (THE
      *     CUTOFF ON A SOUT CARD, THE FROM DATE ON A USER CARD) AND
      *     THE TO SYMBOL INTO ITS TO DATE.
      *
       01  DECKLIB-RECORD.
           05  DLIB-PROFILE     PIC X(8).
           05  DLIB-SEQ         PIC X(3).
           05  DLIB-CARD        PIC X(80).
           05  DLIB-FROM-SYM    PIC X(10).
           05  DLIB-TO-SYM      PIC X(10).
       01  WS-DLBT-EOF-SW                PIC X            VALUE '0'.
           88  WS-DLBT-AT-EOF    VALUE '1'.
       01  WS-DLBT-OVFL-SW               PIC X            VALUE '0'.
           88  WS-DLBT-OVFL      VALUE '1'.
       01  WS-DLBT-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-DLBT-TABLE.
           05  WS-DLBT-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-DLBT-IDX.
               10  DLBT-PROFILE  PIC X(8).
               10  DLBT-SEQ      PIC X(3).
               10  DLBT-CARD     PIC X(80).
               10  DLBT-FROM-SYM PIC X(10).
               10  DLBT-TO-SYM   PIC X(10).
       01  WS-PROF-NAME                  PIC X(8)         VALUE SPACES.
       01  WS-PROF-MEMBERS               PIC 9(4) COMP    VALUE ZERO.
       01  WS-EXPANDING-SW               PIC X            VALUE '0'.
           88  WS-EXPANDING      VALUE '1'.
           SKIP1
      *
      *     SYMBOLIC DATE RESOLUTION.  TODAY'S DATE IS TAKEN ONCE AT
      *     START-UP; THE DAY OF MONTH GIVES MONTHSTART WITHOUT A
      *     MONTH TABLE, AND GOING BACK PAST DAY 1 STEPS INTO THE
      *     PRIOR YEAR (366 DAYS WHEN IT IS A MULTIPLE OF FOUR).
      *
       01  WS-TODAY-YYDDD.
           05  WS-TODAY-YY               PIC 9(2).
           05  WS-TODAY-DDD              PIC 9(3).
       01  WS-TODAY-YYMMDD.
           05  FILLER                    PIC 9(4).
           05  WS-TODAY-DD               PIC 9(2).
       01  WS-SYM-FIELD                  PIC X(10)        VALUE SPACES.
       01  WS-SYM-POS                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-SYM-DIGITS                 PIC 9(4) COMP    VALUE ZERO.
       01  WS-SYM-DIGIT-X                PIC X            VALUE '0'.
       01  WS-SYM-DIGIT  REDEFINES WS-SYM-DIGIT-X
                                         PIC 9.
       01  WS-SYM-OFFSET                 PIC 9(4) COMP    VALUE ZERO.
       01  WS-SYM-OK-SW                  PIC X            VALUE '0'.
           88  WS-SYM-OK         VALUE '1'.
       01  WS-RSLV-YY                    PIC 9(2) COMP    VALUE ZERO.
       01  WS-RSLV-DDD                   PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-RSLV-QUOT                  PIC 9(4) COMP    VALUE ZERO.
       01  WS-RSLV-REM                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-RSLV-YDDD.
           05  WS-RSLV-Y                 PIC 9.
           05  WS-RSLV-DDD-OUT           PIC 9(3).
       01  WS-SYM-USED-SW                PIC X            VALUE '0'.
           88  WS-SYM-USED       VALUE '1'.
           SKIP1
      *
      *     SITE INVENTORY REFERENCE TABLE, LOADED ONCE AT START-UP.
           05  CRDL-IMAGE       PIC X(80).
           05  FILLER           PIC X(38)  VALUE SPACES.
           SKIP1
       01  PROFLINE.
           05  PRFL-CCONTROL    PIC X      VALUE '0'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE 'PROF CARD: '.
           05  PRFL-IMAGE       PIC X(80).
           05  FILLER           PIC X(38)  VALUE SPACES.
           SKIP1
       01  MBRLINE.
           05  MBRL-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(13)  VALUE 'FROM PROFILE '.
           05  MBRL-PROFILE     PIC X(8).
           05  FILLER           PIC X(8)   VALUE ' MEMBER '.
           05  MBRL-SEQ         PIC X(3).
           05  FILLER           PIC X(91)  VALUE SPACES.
           SKIP1
       01  SYMLINE.
           05  SYML-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'SYMBOLIC '.
           05  SYML-FIELD       PIC X(10).
           05  FILLER           PIC X      VALUE SPACE.
           05  SYML-SYMBOL      PIC X(10).
           05  FILLER           PIC X(13)  VALUE ' RESOLVED TO '.
           05  SYML-VALUE       PIC X(4).
           05  FILLER           PIC X(76)  VALUE SPACES.
           SKIP1
       01  RSLVLINE.
           05  RSLL-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE 'RESOLVED:  '.
           05  RSLL-IMAGE       PIC X(80).
           05  FILLER           PIC X(38)  VALUE SPACES.
           SKIP1
       01  PXPLINE.
           05  PXPL-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'PROFILE '.
           05  PXPL-PROFILE     PIC X(8).
           05  FILLER           PIC X(13)  VALUE ' EXPANDED TO '.
           05  PXPL-COUNT       PIC ZZZ9.
           05  FILLER           PIC X(13)  VALUE ' MEMBER CARDS'.
           05  FILLER           PIC X(77)  VALUE SPACES.
           SKIP1
       01  ERRLINE.
           05  ERRL-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(8)   VALUE SPACES.
           OPEN OUTPUT CLEAN-FILE.
           PERFORM A1005-LOAD-INVREF THRU
                   A1005-EXIT.
           PERFORM A1006-LOAD-DECKLIB THRU
                   A1006-EXIT.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           ACCEPT WS-TODAY-YYMMDD FROM DATE.
       MAIN-LOOP.
           PERFORM A1000-PROCESS-INPUT THRU
                   A1009-EXIT.
           IF INCARD-COMMENT = '*'
              WRITE CLEAN-DATA FROM INCARD
              GO TO A1009-EXIT.
           IF INCARD-FUNC = 'PROF'
              PERFORM A1040-EXPAND-PROFILE THRU
                      A1049-EXIT
              GO TO A1009-EXIT.
           PERFORM A1002-EDIT-ONE-CARD THRU
                   A1002-EXIT.
           GO TO A1009-EXIT.
       A1000-EOF.
            MOVE 1 TO INCARD-STATUS.
       A1009-EXIT.
            EXIT.
            SKIP2
      *
      *     EDITS THE CARD IN INCARD, WHETHER READ FROM SYSIN OR
      *     EXPANDED FROM A DECK LIBRARY PROFILE, AND COPIES IT TO
      *     THE CLEANED CARD FILE WHEN IT PASSES.
      *
       A1002-EDIT-ONE-CARD.
           ADD 1 TO WS-CARD-SEQ.
           MOVE '0' TO WS-CARD-ERROR-SW.
           MOVE WS-CARD-SEQ TO CRDL-SEQ.
           MOVE CARDLINE    TO PRINTAREA.
           PERFORM W1000-WRITE THRU
                   W1009-EXIT.
           IF WS-EXPANDING
              PERFORM B1030-RESOLVE-SYMBOLS THRU
                      B1039-EXIT.
           IF INCARD-FUNC = 'SOUT'
              PERFORM A1015-EDIT-SOUT-CARD THRU
                      A1015-EXIT
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              WRITE CLEAN-DATA FROM INCARD.
       A1002-EXIT.
            EXIT.
            SKIP2
      *
            EXIT.
            SKIP2
      *
      *     LOADS THE CONTROL DECK LIBRARY.  AN EMPTY LIBRARY ONLY
      *     MATTERS IF THE DECK CARRIES A PROF CARD.
      *
       A1006-LOAD-DECKLIB.
            OPEN INPUT DLIB-FILE.
            MOVE '0' TO WS-DLBT-EOF-SW.
       A1006-LOOP.
            READ DLIB-FILE INTO DECKLIB-RECORD
                  AT END MOVE '1' TO WS-DLBT-EOF-SW
            END-READ.
            IF WS-DLBT-AT-EOF
               GO TO A1006-DONE.
            IF WS-DLBT-CNT < 500
               ADD 1 TO WS-DLBT-CNT
               SET WS-DLBT-IDX TO WS-DLBT-CNT
               MOVE DLIB-PROFILE  TO DLBT-PROFILE (WS-DLBT-IDX)
               MOVE DLIB-SEQ      TO DLBT-SEQ (WS-DLBT-IDX)
               MOVE DLIB-CARD     TO DLBT-CARD (WS-DLBT-IDX)
               MOVE DLIB-FROM-SYM TO DLBT-FROM-SYM (WS-DLBT-IDX)
               MOVE DLIB-TO-SYM   TO DLBT-TO-SYM (WS-DLBT-IDX)
            ELSE
               IF NOT WS-DLBT-OVFL
                  MOVE '1' TO WS-DLBT-OVFL-SW
                  DISPLAY 'CCIDEDIT - DECK LIBRARY TABLE FULL AT '
                          '500 - FURTHER MEMBERS NOT AVAILABLE'
               END-IF.
            GO TO A1006-LOOP.
       A1006-DONE.
            CLOSE DLIB-FILE.
       A1006-EXIT.
            EXIT.
            SKIP2
      *
      *     FIELD-BY-FIELD EDIT OF ONE CONTROL CARD.  EVERY FAILING
      *     FIELD PRODUCES ITS OWN REPORT LINE, SO THE WHOLE CARD CAN
      *     BE CORRECTED ON ONE PASS INSTEAD OF ONE REJECT PER RUN.
       A1029-EXIT.
            EXIT.
            SKIP2
      *
      *     A PROF CARD IS REPLACED BY ITS PROFILE'S MEMBER CARDS, IN
      *     MEMBER SEQUENCE.  MEMBER COMMENT CARDS PASS STRAIGHT TO
      *     THE CLEANED DECK LIKE SYSIN COMMENTS; EVERY OTHER MEMBER
      *     HAS ITS SYMBOLIC DATES RESOLVED AND IS THEN EDITED AS AN
      *     ORDINARY CARD.  AN UNKNOWN PROFILE IS A CARD IN ERROR.
      *
       A1040-EXPAND-PROFILE.
            MOVE '0' TO WS-CARD-ERROR-SW.
            MOVE INCARD TO PRFL-IMAGE.
            MOVE PROFLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE INCARD-PROF-NAME TO WS-PROF-NAME.
            IF WS-PROF-NAME = SPACES
               MOVE 'PROFILE'   TO ERRL-FIELD
               MOVE 'PROFILE NAME IS REQUIRED' TO ERRL-TEXT
               MOVE WS-PROF-NAME TO ERRL-VALUE
               PERFORM B1000-WRITE-ERROR THRU
                       B1009-EXIT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO A1049-EXIT.
            MOVE ZERO TO WS-PROF-MEMBERS.
            MOVE '1' TO WS-EXPANDING-SW.
            SET WS-DLBT-IDX TO 1.
       A1040-LOOP.
            IF WS-DLBT-IDX > WS-DLBT-CNT
               GO TO A1040-DONE.
            IF DLBT-PROFILE (WS-DLBT-IDX) NOT = WS-PROF-NAME
               SET WS-DLBT-IDX UP BY 1
               GO TO A1040-LOOP.
            ADD 1 TO WS-PROF-MEMBERS.
            MOVE DLBT-CARD (WS-DLBT-IDX) TO INCARD.
            IF INCARD-COMMENT = '*'
               WRITE CLEAN-DATA FROM INCARD
            ELSE
               PERFORM A1002-EDIT-ONE-CARD THRU
                       A1002-EXIT.
            SET WS-DLBT-IDX UP BY 1.
            GO TO A1040-LOOP.
       A1040-DONE.
            MOVE '0' TO WS-EXPANDING-SW.
            IF WS-PROF-MEMBERS = ZERO
               MOVE '0' TO WS-CARD-ERROR-SW
               MOVE 'PROFILE'   TO ERRL-FIELD
               MOVE 'PROFILE NOT IN THE CONTROL DECK LIBRARY'
                                TO ERRL-TEXT
               MOVE WS-PROF-NAME TO ERRL-VALUE
               PERFORM B1000-WRITE-ERROR THRU
                       B1009-EXIT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO A1049-EXIT.
            ADD 1 TO WS-PROFILES-EXPANDED.
            ADD WS-PROF-MEMBERS TO WS-MEMBERS-EXPANDED.
            MOVE WS-PROF-NAME    TO PXPL-PROFILE.
            MOVE WS-PROF-MEMBERS TO PXPL-COUNT.
            MOVE PXPLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       A1049-EXIT.
            EXIT.
            SKIP2
       A1030-TERMINATION.
            MOVE 'CARDS READ'          TO TOTL-LABEL.
            MOVE WS-CARDS-READ         TO TOTL-COUNT.
            MOVE 'EDIT WARNINGS'       TO TOTL-LABEL.
            MOVE WS-WARN-TOTAL         TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'PROFILES EXPANDED'   TO TOTL-LABEL.
            MOVE WS-PROFILES-EXPANDED  TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'PROFILE MEMBER CARDS' TO TOTL-LABEL.
            MOVE WS-MEMBERS-EXPANDED   TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            CLOSE INPUT-FILE.
       B1025-EXIT.
            EXIT.
            SKIP2
      *
      *     RESOLVES THE SYMBOLIC DATES OF THE PROFILE MEMBER AT
      *     WS-DLBT-IDX INTO THE CARD IN INCARD, ECHOING EACH SYMBOL
      *     WITH ITS VALUE AND THEN THE RESOLVED CARD.  A SYMBOL THAT
      *     DOES NOT RESOLVE, OR HAS NO DATE FIELD TO GO INTO ON THIS
      *     KIND OF CARD, PUTS THE CARD IN ERROR.
      *
       B1030-RESOLVE-SYMBOLS.
            MOVE DLBT-PROFILE (WS-DLBT-IDX) TO MBRL-PROFILE.
            MOVE DLBT-SEQ (WS-DLBT-IDX)     TO MBRL-SEQ.
            MOVE MBRLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE '0' TO WS-SYM-USED-SW.
            IF DLBT-FROM-SYM (WS-DLBT-IDX) = SPACES
               GO TO B1030-TO-DATE.
            MOVE DLBT-FROM-SYM (WS-DLBT-IDX) TO WS-SYM-FIELD.
            PERFORM B1040-RESOLVE-DATE THRU
                    B1049-EXIT.
            IF NOT WS-SYM-OK
               MOVE 'FROM-SYM'  TO ERRL-FIELD
               MOVE 'SYMBOLIC DATE NOT RECOGNISED' TO ERRL-TEXT
               MOVE WS-SYM-FIELD TO ERRL-VALUE
               PERFORM B1000-WRITE-ERROR THRU
                       B1009-EXIT
               GO TO B1030-TO-DATE.
            IF INCARD-FUNC = SPACES
               MOVE WS-RSLV-YDDD TO INCARD-FROM-DATE
               MOVE 'FROM-DATE' TO SYML-FIELD
            ELSE
               IF INCARD-FUNC = 'SOUT'
                  MOVE WS-RSLV-YDDD TO INCARD-SOUT-CUTOFF
                  MOVE 'SOUT-DATE' TO SYML-FIELD
               ELSE
                  IF INCARD-FUNC = 'USER'
                     MOVE WS-RSLV-YDDD TO INCARD-USER-FROM
                     MOVE 'FROM-DATE' TO SYML-FIELD
                  ELSE
                     MOVE 'FROM-SYM'  TO ERRL-FIELD
                     MOVE 'THIS CARD HAS NO DATE FIELD FOR A SYMBOL'
                                      TO ERRL-TEXT
                     MOVE WS-SYM-FIELD TO ERRL-VALUE
                     PERFORM B1000-WRITE-ERROR THRU
                             B1009-EXIT
                     GO TO B1030-TO-DATE.
            PERFORM B1035-WRITE-SYMBOL THRU
                    B1035-EXIT.
       B1030-TO-DATE.
            IF DLBT-TO-SYM (WS-DLBT-IDX) = SPACES
               GO TO B1030-ECHO.
            MOVE DLBT-TO-SYM (WS-DLBT-IDX) TO WS-SYM-FIELD.
            PERFORM B1040-RESOLVE-DATE THRU
                    B1049-EXIT.
            IF NOT WS-SYM-OK
               MOVE 'TO-SYM'    TO ERRL-FIELD
               MOVE 'SYMBOLIC DATE NOT RECOGNISED' TO ERRL-TEXT
               MOVE WS-SYM-FIELD TO ERRL-VALUE
               PERFORM B1000-WRITE-ERROR THRU
                       B1009-EXIT
               GO TO B1030-ECHO.
            IF INCARD-FUNC = SPACES
               MOVE WS-RSLV-YDDD TO INCARD-TO-DATE
               MOVE 'TO-DATE'   TO SYML-FIELD
            ELSE
               IF INCARD-FUNC = 'USER'
                  MOVE WS-RSLV-YDDD TO INCARD-USER-TO
                  MOVE 'TO-DATE'   TO SYML-FIELD
               ELSE
                  MOVE 'TO-SYM'    TO ERRL-FIELD
                  MOVE 'THIS CARD HAS NO TO DATE FIELD FOR A SYMBOL'
                                   TO ERRL-TEXT
                  MOVE WS-SYM-FIELD TO ERRL-VALUE
                  PERFORM B1000-WRITE-ERROR THRU
                          B1009-EXIT
                  GO TO B1030-ECHO.
            PERFORM B1035-WRITE-SYMBOL THRU
                    B1035-EXIT.
       B1030-ECHO.
            IF WS-SYM-USED
               MOVE INCARD   TO RSLL-IMAGE
               MOVE RSLVLINE TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
       B1039-EXIT.
            EXIT.
            SKIP2
       B1035-WRITE-SYMBOL.
            MOVE '1' TO WS-SYM-USED-SW.
            MOVE WS-SYM-FIELD TO SYML-SYMBOL.
            MOVE WS-RSLV-YDDD TO SYML-VALUE.
            MOVE SYMLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1035-EXIT.
            EXIT.
            SKIP2
      *
      *     TURNS THE SYMBOL IN WS-SYM-FIELD INTO A YDDD DATE IN
      *     WS-RSLV-YDDD: TODAY, TODAY-N FOR N (ONE TO THREE DIGITS)
      *     DAYS BEFORE TODAY, OR MONTHSTART FOR THE FIRST OF THE
      *     CURRENT MONTH.  WS-SYM-OK-SW IS LEFT OFF FOR ANYTHING
      *     ELSE.
      *
       B1040-RESOLVE-DATE.
            MOVE '0' TO WS-SYM-OK-SW.
            MOVE ZERO TO WS-SYM-OFFSET.
            IF WS-SYM-FIELD = 'TODAY'
               GO TO B1040-APPLY.
            IF WS-SYM-FIELD = 'MONTHSTART'
               COMPUTE WS-SYM-OFFSET = WS-TODAY-DD - 1
               GO TO B1040-APPLY.
            IF WS-SYM-FIELD (1:6) NOT = 'TODAY-'
               GO TO B1049-EXIT.
            MOVE ZERO TO WS-SYM-DIGITS.
            MOVE 6 TO WS-SYM-POS.
       B1040-DIGIT.
            ADD 1 TO WS-SYM-POS.
            IF WS-SYM-POS > 10
               GO TO B1040-DIGITS-DONE.
            IF WS-SYM-FIELD (WS-SYM-POS:1) = SPACE
               GO TO B1040-DIGITS-DONE.
            IF WS-SYM-FIELD (WS-SYM-POS:1) IS NOT NUMERIC
               GO TO B1049-EXIT.
            MOVE WS-SYM-FIELD (WS-SYM-POS:1) TO WS-SYM-DIGIT-X.
            COMPUTE WS-SYM-OFFSET = WS-SYM-OFFSET * 10 + WS-SYM-DIGIT.
            ADD 1 TO WS-SYM-DIGITS.
            GO TO B1040-DIGIT.
       B1040-DIGITS-DONE.
            IF WS-SYM-DIGITS = ZERO OR WS-SYM-DIGITS > 3
               GO TO B1049-EXIT.
            IF WS-SYM-POS < 10
               IF WS-SYM-FIELD (WS-SYM-POS:) NOT = SPACES
                  GO TO B1049-EXIT.
       B1040-APPLY.
            MOVE WS-TODAY-YY TO WS-RSLV-YY.
            COMPUTE WS-RSLV-DDD = WS-TODAY-DDD - WS-SYM-OFFSET.
       B1040-YEAR-BACK.
            IF WS-RSLV-DDD > ZERO
               GO TO B1040-FORMAT.
            IF WS-RSLV-YY = ZERO
               MOVE 99 TO WS-RSLV-YY
            ELSE
               SUBTRACT 1 FROM WS-RSLV-YY.
            DIVIDE WS-RSLV-YY BY 4
                   GIVING WS-RSLV-QUOT REMAINDER WS-RSLV-REM.
            IF WS-RSLV-REM = ZERO
               ADD 366 TO WS-RSLV-DDD
            ELSE
               ADD 365 TO WS-RSLV-DDD.
            GO TO B1040-YEAR-BACK.
       B1040-FORMAT.
            DIVIDE WS-RSLV-YY BY 10
                   GIVING WS-RSLV-QUOT REMAINDER WS-RSLV-REM.
            MOVE WS-RSLV-REM TO WS-RSLV-Y.
            MOVE WS-RSLV-DDD TO WS-RSLV-DDD-OUT.
            MOVE '1' TO WS-SYM-OK-SW.
       B1049-EXIT.
            EXIT.
            SKIP2
       W1000-WRITE.
            IF WS-LINECNT > 59
               PERFORM W1010-PRINT-HDR1 THRU
