       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCIDRMNT.
      *REMARKS.  TRANSACTION-DRIVEN MAINTENANCE OF THE REFERENCE
      *          FILES THE REPORT RUN DEPENDS ON: THE USERID
      *          REFERENCE FILE (USERREF), THE APPROVED-CCID FILE
      *          (APPRCCID), THE DISTRIBUTION ROUTING FILE (ROUTECRD),
      *          THE GROUP CONTACT FILE (GRPCONT) THAT ADDRESSES
      *          THE EXCEPTION NOTIFICATIONS, AND THE CONTROL DECK
      *          LIBRARY (DECKLIB) OF NAMED PROFILES CCIDEDIT EXPANDS
      *          FROM A PROF CARD, AND THE APPROVER ROSTER (APPRROST)
      *          OF THE USERIDS IN EACH APPROVING GROUP, AGAINST WHICH
      *          THE REPORT RUN CHECKS THAT NO APPROVER WRITES THE
      *          CODE THEIR OWN GROUP APPROVES.  EACH TRANSACTION CARD
      *          NAMES THE FILE, AN ADD/UPD/DEL FUNCTION AND THE
      *          RECORD DATA; EVERY TRANSACTION IS VALIDATED (KEY
      *          PRESENT OR ABSENT AS THE FUNCTION REQUIRES, DATES
      *          NUMERIC, ACTIVE WINDOW IN ORDER, NO MORE THAN FOUR
      *          ROUTING RECORDS, A GROUP MAILBOX ON EVERY CONTACT,
      *          A RECOGNISED SYMBOLIC DATE ON EVERY DECK MEMBER,
      *          A ROSTER USERID ON THE USERID REFERENCE FILE)
      *          AND THE UPDATED FILES ARE REWRITTEN IN FULL.  THE AUDIT
      *          LISTING SHOWS EACH FILE BEFORE AND AFTER, EVERY
      *          TRANSACTION WITH ITS BEFORE/AFTER RECORD IMAGES, AND
      *          TOTALS -- REPLACING THE HAND-EDITING OF THE FLAT
      *          FILES THAT CHANGE CONTROL FLAGGED, WHICH TWICE THIS
      *          YEAR LEFT A RUN STARTING ON A SILENTLY SHORT TABLE.
      *
      *          A DECK MEMBER IS A WHOLE 80-BYTE CONTROL CARD, WHICH
      *          WILL NOT FIT IN THE TRANSACTION DATA, SO A DECKLIB
      *          ADD OR UPD IS TWO CARDS: THE TRANSACTION CARD
      *          CARRYING THE PROFILE, MEMBER SEQUENCE AND SYMBOLIC
      *          DATES, FOLLOWED BY THE MEMBER CARD IMAGE ITSELF.  A
      *          DEL NAMING A PROFILE WITH NO SEQUENCE DROPS EVERY
      *          MEMBER OF THAT PROFILE.  THE LIBRARY IS KEYED ON
      *          PROFILE AND SEQUENCE AND IS REWRITTEN IN KEY ORDER,
      *          WHICH IS THE ORDER CCIDEDIT EXPANDS THE MEMBERS IN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS IS SEQUENTIAL.
           SELECT RTEOUT-FILE ASSIGN TO UR-S-ROUTOUT
              ACCESS IS SEQUENTIAL.
           SELECT GRPIN-FILE ASSIGN TO UR-S-GRPCIN
              ACCESS IS SEQUENTIAL.
           SELECT GRPOUT-FILE ASSIGN TO UR-S-GRPCOUT
              ACCESS IS SEQUENTIAL.
           SELECT DLBIN-FILE ASSIGN TO UR-S-DECKIN
              ACCESS IS SEQUENTIAL.
           SELECT DLBOUT-FILE ASSIGN TO UR-S-DECKOUT
              ACCESS IS SEQUENTIAL.
           SELECT RSTIN-FILE ASSIGN TO UR-S-ROSTIN
              ACCESS IS SEQUENTIAL.
           SELECT RSTOUT-FILE ASSIGN TO UR-S-ROSTOUT
              ACCESS IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
               10  FILLER               PIC X(7).
           05  TXN-FUNC                 PIC X(3).
           05  FILLER                   PIC X.
           05  TXN-DATA                 PIC X(68).
           05  TXN-USERREF-DATA  REDEFINES TXN-DATA.
               10  TXN-U-USERID         PIC X(8).
               10  TXN-U-NAME           PIC X(25).
           05  TXN-ROUTE-DATA  REDEFINES TXN-DATA.
               10  TXN-R-SYSTEM         PIC X(8).
               10  TXN-R-RECIP          PIC X(25).
               10  FILLER               PIC X(35).
           05  TXN-GRPC-DATA  REDEFINES TXN-DATA.
               10  TXN-G-GROUP          PIC X(8).
               10  TXN-G-DEPT           PIC X(12).
               10  TXN-G-MAILBOX        PIC X(24).
               10  TXN-G-ESCALATE       PIC X(24).
           05  TXN-DECK-DATA  REDEFINES TXN-DATA.
               10  TXN-D-PROFILE        PIC X(8).
               10  TXN-D-SEQ            PIC X(3).
               10  TXN-D-FROM-SYM       PIC X(10).
               10  TXN-D-TO-SYM         PIC X(10).
               10  FILLER               PIC X(37).
           05  TXN-ROST-DATA  REDEFINES TXN-DATA.
               10  TXN-O-GROUP          PIC X(8).
               10  TXN-O-USERID         PIC X(8).
               10  FILLER               PIC X(52).
      *
       FD  RMNT-REPORT
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RTEOUT-DATA                   PIC X(33).
      *
      *     GROUP CONTACT FILE: ONE RECORD PER APPROVING GROUP WITH
      *     THE DEPARTMENT WHOSE USERS IT ANSWERS FOR, ITS MAILBOX
      *     AND THE MAILBOX REPEATED EXCEPTIONS ESCALATE TO.
      *
       FD  GRPIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  GRPIN-DATA                    PIC X(68).
      *
       FD  GRPOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  GRPOUT-DATA                   PIC X(68).
      *
      *     CONTROL DECK LIBRARY: ONE RECORD PER MEMBER CARD OF A
      *     NAMED PROFILE (DAILY, WEEKLY, MONTHEND, AUDIT ...), WITH
      *     THE SYMBOLIC DATES CCIDEDIT RESOLVES INTO THE CARD.
      *
       FD  DLBIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DLBIN-DATA                    PIC X(111).
      *
       FD  DLBOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DLBOUT-DATA                   PIC X(111).
      *
      *     APPROVER ROSTER: ONE RECORD PER USERID PER APPROVING
      *     GROUP.  A USERID MAY SIT IN MORE THAN ONE GROUP.
      *
       FD  RSTIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RSTIN-DATA                    PIC X(16).
      *
       FD  RSTOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RSTOUT-DATA                   PIC X(16).
      *
       WORKING-STORAGE SECTION.
       77  WS-LINECNT                    PIC S9(3) COMP-3 VALUE +60.
           88  WS-AT-EOF        VALUE '1'.
           SKIP1
      *
      *     THE REFERENCE FILES, LOADED IN FULL AT START-UP AND
      *     MAINTAINED IN THESE TABLES.  A DELETE ONLY MARKS THE
      *     ENTRY; THE MARKED ENTRIES ARE DROPPED WHEN THE FILES ARE
      *     REWRITTEN, SO RECORD ORDER -- WHICH PICKS THE ROUTING
                   15  RTT-SYSTEM   PIC X(8).
                   15  RTT-RECIP    PIC X(25).
           SKIP1
       01  GRPCONT-RECORD.
           05  GRPC-GROUP       PIC X(8).
           05  GRPC-DEPT        PIC X(12).
           05  GRPC-MAILBOX     PIC X(24).
           05  GRPC-ESCALATE    PIC X(24).
       01  WS-GRPT-OVFL-SW               PIC X            VALUE '0'.
           88  WS-GRPT-OVFL      VALUE '1'.
       01  WS-GRPT-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-GRPT-TABLE.
           05  WS-GRPT-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-GRPT-IDX.
               10  GPT-DELETED  PIC X.
               10  GPT-RECORD.
                   15  GPT-GROUP    PIC X(8).
                   15  GPT-DEPT     PIC X(12).
                   15  GPT-MAILBOX  PIC X(24).
                   15  GPT-ESCALATE PIC X(24).
           SKIP1
      *
      *     DECK LIBRARY MEMBERS.  THE FROM SYMBOL REPLACES THE
      *     MEMBER CARD'S FROM DATE (THE CUTOFF ON A SOUT CARD, THE
      *     FROM DATE ON A USER CARD) AND THE TO SYMBOL ITS TO DATE;
      *     EACH IS BLANK, TODAY, TODAY-N (N UP TO 999 DAYS) OR
      *     MONTHSTART.
      *
       01  DECKLIB-RECORD.
           05  DLIB-KEY.
               10  DLIB-PROFILE PIC X(8).
               10  DLIB-SEQ     PIC X(3).
           05  DLIB-CARD        PIC X(80).
           05  DLIB-FROM-SYM    PIC X(10).
           05  DLIB-TO-SYM      PIC X(10).
       01  WS-DLBT-OVFL-SW               PIC X            VALUE '0'.
           88  WS-DLBT-OVFL      VALUE '1'.
       01  WS-DLBT-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-DLBT-TABLE.
           05  WS-DLBT-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-DLBT-IDX.
               10  DLT-DELETED  PIC X.
               10  DLT-RECORD.
                   15  DLT-KEY.
                       20  DLT-PROFILE  PIC X(8).
                       20  DLT-SEQ      PIC X(3).
                   15  DLT-CARD     PIC X(80).
                   15  DLT-FROM-SYM PIC X(10).
                   15  DLT-TO-SYM   PIC X(10).
           SKIP1
       01  APPRROST-RECORD.
           05  ROST-GROUP       PIC X(8).
           05  ROST-USERID      PIC X(8).
       01  WS-RSTT-OVFL-SW               PIC X            VALUE '0'.
           88  WS-RSTT-OVFL      VALUE '1'.
       01  WS-RSTT-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-RSTT-TABLE.
           05  WS-RSTT-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-RSTT-IDX.
               10  RST-DELETED  PIC X.
               10  RST-RECORD.
                   15  RST-GROUP    PIC X(8).
                   15  RST-USERID   PIC X(8).
      *
      *     THE DECKLIB TRANSACTION, SAVED BEFORE THE MEMBER CARD
      *     THAT FOLLOWS IT IS READ INTO THE SAME RECORD AREA.
      *
       01  WS-DECK-TXN.
           05  DTXN-FUNC        PIC X(3).
           05  DTXN-KEY.
               10  DTXN-PROFILE PIC X(8).
               10  DTXN-SEQ     PIC X(3).
           05  DTXN-FROM-SYM    PIC X(10).
           05  DTXN-TO-SYM      PIC X(10).
       01  WS-MEMBER-CARD.
           05  MBRC-FUNC        PIC X(4).
           05  FILLER           PIC X(76).
       01  WS-DECK-LAST-KEY              PIC X(11)        VALUE SPACES.
       01  WS-DECK-LOW-KEY               PIC X(11)        VALUE SPACES.
      *
      *     WORK AREAS FOR THE SYMBOLIC DATE EDIT.
      *
       01  WS-SYM-FIELD                  PIC X(10)        VALUE SPACES.
       01  WS-SYM-DIGITS                 PIC 9(4) COMP    VALUE ZERO.
       01  WS-SYM-POS                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-SYM-OK-SW                  PIC X            VALUE '0'.
           88  WS-SYM-OK         VALUE '1'.
           SKIP1
      *
      *     SEARCH RESULT FOR THE KEY LOOKUPS: THE SLOT NUMBER OF A
      *     LIVE (NOT DELETED) ENTRY CARRYING THE TRANSACTION'S KEY,
           05  IMGL-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  IMGL-LABEL       PIC X(8).
           05  IMGL-IMAGE       PIC X(68).
           05  FILLER           PIC X(47)  VALUE SPACES.
           SKIP1
       01  MBRLINE.
           05  MBRL-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'MBR: '.
           05  MBRL-IMAGE       PIC X(80).
           05  FILLER           PIC X(44)  VALUE SPACES.
           SKIP1
       01  DECKLINE.
           05  DCKL-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DCKL-LABEL       PIC X(8).
           05  DCKL-PROFILE     PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DCKL-SEQ         PIC X(3).
           05  FILLER           PIC X      VALUE SPACE.
           05  DCKL-CARD        PIC X(80).
           05  FILLER           PIC X      VALUE SPACE.
           05  DCKL-FROM-SYM    PIC X(10).
           05  FILLER           PIC X      VALUE SPACE.
           05  DCKL-TO-SYM      PIC X(10).
           05  FILLER           PIC X(7)   VALUE SPACES.
           SKIP1
       01  ERRLINE.
           05  ERRL-CCONTROL    PIC X      VALUE ' '.
                   A1002-EXIT.
           PERFORM A1003-LOAD-ROUTECRD THRU
                   A1003-EXIT.
           PERFORM A1004-LOAD-GRPCONT THRU
                   A1004-EXIT.
           PERFORM A1005-LOAD-DECKLIB THRU
                   A1005-EXIT.
           PERFORM A1006-LOAD-APPRROST THRU
                   A1006-EXIT.
           PERFORM B1100-BEFORE-LISTING THRU
                   B1100-EXIT.
       MAIN-LOOP.
           MOVE CARDLINE TO PRINTAREA.
           PERFORM W1000-WRITE THRU
                   W1009-EXIT.
           IF TXN-FILE = 'DECKLIB '
              PERFORM A1014-APPLY-DECKLIB THRU
                      A1014-EXIT
              GO TO A1009-EXIT.
           IF TXN-FUNC = 'ADD' OR 'UPD' OR 'DEL'
              NEXT SENTENCE
           ELSE
              PERFORM A1012-APPLY-ROUTECRD THRU
                      A1012-EXIT
              GO TO A1009-EXIT.
           IF TXN-FILE = 'GRPCONT '
              PERFORM A1013-APPLY-GRPCONT THRU
                      A1013-EXIT
              GO TO A1009-EXIT.
           IF TXN-FILE = 'APPRROST'
              PERFORM A1015-APPLY-APPRROST THRU
                      A1015-EXIT
              GO TO A1009-EXIT.
           MOVE 'FILE NAME NOT RECOGNISED' TO ERRL-TEXT.
           PERFORM B1000-REJECT THRU
                   B1009-EXIT.
           GO TO A1009-EXIT.
       A1003-EXIT.
            EXIT.
            SKIP2
       A1004-LOAD-GRPCONT.
            OPEN INPUT GRPIN-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1004-LOOP.
            READ GRPIN-FILE INTO GRPCONT-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1004-DONE.
            IF WS-GRPT-CNT < 100
               ADD 1 TO WS-GRPT-CNT
               SET WS-GRPT-IDX TO WS-GRPT-CNT
               MOVE '0'            TO GPT-DELETED (WS-GRPT-IDX)
               MOVE GRPCONT-RECORD TO GPT-RECORD (WS-GRPT-IDX)
            ELSE
               IF NOT WS-GRPT-OVFL
                  MOVE '1' TO WS-GRPT-OVFL-SW
                  DISPLAY 'CCIDRMNT - GRPCONT TABLE FULL AT 100 - '
                          'EXCESS INPUT RECORDS DROPPED'
               END-IF.
            GO TO A1004-LOOP.
       A1004-DONE.
            CLOSE GRPIN-FILE.
       A1004-EXIT.
            EXIT.
            SKIP2
       A1005-LOAD-DECKLIB.
            OPEN INPUT DLBIN-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1005-LOOP.
            READ DLBIN-FILE INTO DECKLIB-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1005-DONE.
            IF WS-DLBT-CNT < 500
               ADD 1 TO WS-DLBT-CNT
               SET WS-DLBT-IDX TO WS-DLBT-CNT
               MOVE '0'            TO DLT-DELETED (WS-DLBT-IDX)
               MOVE DECKLIB-RECORD TO DLT-RECORD (WS-DLBT-IDX)
            ELSE
               IF NOT WS-DLBT-OVFL
                  MOVE '1' TO WS-DLBT-OVFL-SW
                  DISPLAY 'CCIDRMNT - DECKLIB TABLE FULL AT 500 - '
                          'EXCESS INPUT RECORDS DROPPED'
               END-IF.
            GO TO A1005-LOOP.
       A1005-DONE.
            CLOSE DLBIN-FILE.
       A1005-EXIT.
            EXIT.
            SKIP2
       A1006-LOAD-APPRROST.
            OPEN INPUT RSTIN-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1006-LOOP.
            READ RSTIN-FILE INTO APPRROST-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1006-DONE.
            IF WS-RSTT-CNT < 500
               ADD 1 TO WS-RSTT-CNT
               SET WS-RSTT-IDX TO WS-RSTT-CNT
               MOVE '0'             TO RST-DELETED (WS-RSTT-IDX)
               MOVE APPRROST-RECORD TO RST-RECORD (WS-RSTT-IDX)
            ELSE
               IF NOT WS-RSTT-OVFL
                  MOVE '1' TO WS-RSTT-OVFL-SW
                  DISPLAY 'CCIDRMNT - APPRROST TABLE FULL AT 500 - '
                          'EXCESS INPUT RECORDS DROPPED'
               END-IF.
            GO TO A1006-LOOP.
       A1006-DONE.
            CLOSE RSTIN-FILE.
       A1006-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE USERREF TRANSACTION.  THE BEFORE IMAGE PRINTS FOR
      *     UPD/DEL AND THE AFTER IMAGE FOR ADD/UPD, SO THE LISTING
       A1012-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE GRPCONT TRANSACTION.  THE GROUP MAILBOX IS REQUIRED;
      *     THE DEPARTMENT AND ESCALATION MAILBOX MAY BE LEFT BLANK,
      *     IN WHICH CASE THE GROUP IS SENT NO SIGNOUT ITEMS OR NO
      *     ESCALATIONS RESPECTIVELY.
      *
       A1013-APPLY-GRPCONT.
            IF TXN-G-GROUP = SPACES
               MOVE 'GROUP IS REQUIRED' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1013-EXIT.
            IF TXN-FUNC = 'ADD' OR 'UPD'
               IF TXN-G-MAILBOX = SPACES
                  MOVE 'GROUP MAILBOX IS REQUIRED' TO ERRL-TEXT
                  PERFORM B1000-REJECT THRU
                          B1009-EXIT
                  GO TO A1013-EXIT
               END-IF
            END-IF.
            PERFORM B1314-FIND-GRPCONT THRU
                    B1314-EXIT.
            IF TXN-FUNC = 'ADD'
               GO TO A1013-ADD.
            IF TXN-FUNC = 'UPD'
               GO TO A1013-UPD.
            GO TO A1013-DEL.
       A1013-ADD.
            IF WS-FOUND-SLOT > ZERO
               MOVE 'GROUP ALREADY ON FILE' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1013-EXIT.
            IF WS-GRPT-CNT NOT < 100
               MOVE 'GRPCONT TABLE FULL' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1013-EXIT.
            ADD 1 TO WS-GRPT-CNT.
            SET WS-GRPT-IDX TO WS-GRPT-CNT.
            MOVE '0'      TO GPT-DELETED (WS-GRPT-IDX).
            MOVE TXN-DATA TO GPT-RECORD (WS-GRPT-IDX).
            MOVE 'AFTER:  ' TO IMGL-LABEL.
            MOVE GPT-RECORD (WS-GRPT-IDX) TO IMGL-IMAGE.
            PERFORM B1010-WRITE-IMAGE THRU
                    B1019-EXIT.
            ADD 1 TO WS-TXN-APPLIED.
            GO TO A1013-EXIT.
       A1013-UPD.
            IF WS-FOUND-SLOT = ZERO
               MOVE 'GROUP NOT ON FILE' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1013-EXIT.
            SET WS-GRPT-IDX TO WS-FOUND-SLOT.
            MOVE 'BEFORE: ' TO IMGL-LABEL.
            MOVE GPT-RECORD (WS-GRPT-IDX) TO IMGL-IMAGE.
            PERFORM B1010-WRITE-IMAGE THRU
                    B1019-EXIT.
            MOVE TXN-DATA TO GPT-RECORD (WS-GRPT-IDX).
            MOVE 'AFTER:  ' TO IMGL-LABEL.
            MOVE GPT-RECORD (WS-GRPT-IDX) TO IMGL-IMAGE.
            PERFORM B1010-WRITE-IMAGE THRU
                    B1019-EXIT.
            ADD 1 TO WS-TXN-APPLIED.
            GO TO A1013-EXIT.
       A1013-DEL.
            IF WS-FOUND-SLOT = ZERO
               MOVE 'GROUP NOT ON FILE' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1013-EXIT.
            SET WS-GRPT-IDX TO WS-FOUND-SLOT.
            MOVE 'BEFORE: ' TO IMGL-LABEL.
            MOVE GPT-RECORD (WS-GRPT-IDX) TO IMGL-IMAGE.
            PERFORM B1010-WRITE-IMAGE THRU
                    B1019-EXIT.
            MOVE '1' TO GPT-DELETED (WS-GRPT-IDX).
            ADD 1 TO WS-TXN-APPLIED.
       A1013-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE DECKLIB TRANSACTION.  FOR ADD AND UPD THE MEMBER
      *     CARD IMAGE IS THE NEXT CARD ON THE INPUT, AND IT IS READ
      *     BEFORE ANY EDIT SO A REJECTED TRANSACTION DOES NOT LEAVE
      *     ITS MEMBER CARD TO BE TAKEN FOR THE NEXT TRANSACTION.
      *     THE FUNCTION IS EDITED HERE RATHER THAN IN A1000 FOR THE
      *     SAME REASON: ANYTHING BUT DEL IS TAKEN TO CARRY A MEMBER
      *     CARD.  A MEMBER MAY NOT ITSELF BE A PROF CARD.
      *
       A1014-APPLY-DECKLIB.
            MOVE TXN-FUNC       TO DTXN-FUNC.
            MOVE TXN-D-PROFILE  TO DTXN-PROFILE.
            MOVE TXN-D-SEQ      TO DTXN-SEQ.
            MOVE TXN-D-FROM-SYM TO DTXN-FROM-SYM.
            MOVE TXN-D-TO-SYM   TO DTXN-TO-SYM.
            MOVE SPACES TO WS-MEMBER-CARD.
            IF DTXN-FUNC = 'DEL'
               GO TO A1014-EDIT.
            READ INPUT-FILE
                  AT END MOVE 1 TO TXNCARD-STATUS
                         MOVE 'MEMBER CARD MISSING AT END OF INPUT'
                              TO ERRL-TEXT
                         PERFORM B1000-REJECT THRU
                                 B1009-EXIT
                         GO TO A1014-EXIT
            END-READ.
            MOVE TXNCARD TO WS-MEMBER-CARD.
            MOVE TXNCARD TO MBRL-IMAGE.
            MOVE MBRLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       A1014-EDIT.
            IF DTXN-FUNC = 'ADD' OR 'UPD' OR 'DEL'
               NEXT SENTENCE
            ELSE
               MOVE 'FUNCTION MUST BE ADD, UPD OR DEL' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            IF DTXN-PROFILE = SPACES
               MOVE 'PROFILE IS REQUIRED' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            IF DTXN-FUNC = 'DEL' AND DTXN-SEQ = SPACES
               GO TO A1014-DEL-PROFILE.
            IF DTXN-SEQ IS NOT NUMERIC OR DTXN-SEQ = '000'
               MOVE 'MEMBER SEQUENCE MUST BE NUMERIC 001-999'
                    TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            IF DTXN-FUNC = 'DEL'
               GO TO A1014-FIND.
            IF WS-MEMBER-CARD = SPACES
               MOVE 'MEMBER CARD IMAGE IS BLANK' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            IF MBRC-FUNC = 'PROF'
               MOVE 'MEMBER CARD MAY NOT NAME A PROFILE' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            MOVE DTXN-FROM-SYM TO WS-SYM-FIELD.
            PERFORM B1330-EDIT-DECK-SYMBOL THRU
                    B1330-EXIT.
            IF NOT WS-SYM-OK
               MOVE 'FROM SYMBOL MUST BE TODAY, TODAY-N OR MONTHSTART'
                    TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            MOVE DTXN-TO-SYM TO WS-SYM-FIELD.
            PERFORM B1330-EDIT-DECK-SYMBOL THRU
                    B1330-EXIT.
            IF NOT WS-SYM-OK
               MOVE 'TO SYMBOL MUST BE TODAY, TODAY-N OR MONTHSTART'
                    TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
       A1014-FIND.
            PERFORM B1315-FIND-DECKLIB THRU
                    B1315-EXIT.
            IF DTXN-FUNC = 'ADD'
               GO TO A1014-ADD.
            IF DTXN-FUNC = 'UPD'
               GO TO A1014-UPD.
            GO TO A1014-DEL.
       A1014-ADD.
            IF WS-FOUND-SLOT > ZERO
               MOVE 'PROFILE MEMBER ALREADY ON FILE' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            IF WS-DLBT-CNT NOT < 500
               MOVE 'DECKLIB TABLE FULL' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            ADD 1 TO WS-DLBT-CNT.
            SET WS-DLBT-IDX TO WS-DLBT-CNT.
            MOVE '0'            TO DLT-DELETED (WS-DLBT-IDX).
            MOVE DTXN-PROFILE   TO DLT-PROFILE (WS-DLBT-IDX).
            MOVE DTXN-SEQ       TO DLT-SEQ (WS-DLBT-IDX).
            MOVE WS-MEMBER-CARD TO DLT-CARD (WS-DLBT-IDX).
            MOVE DTXN-FROM-SYM  TO DLT-FROM-SYM (WS-DLBT-IDX).
            MOVE DTXN-TO-SYM    TO DLT-TO-SYM (WS-DLBT-IDX).
            MOVE 'AFTER:  ' TO DCKL-LABEL.
            PERFORM B1020-WRITE-DECK-IMAGE THRU
                    B1029-EXIT.
            ADD 1 TO WS-TXN-APPLIED.
            GO TO A1014-EXIT.
       A1014-UPD.
            IF WS-FOUND-SLOT = ZERO
               MOVE 'PROFILE MEMBER NOT ON FILE' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            SET WS-DLBT-IDX TO WS-FOUND-SLOT.
            MOVE 'BEFORE: ' TO DCKL-LABEL.
            PERFORM B1020-WRITE-DECK-IMAGE THRU
                    B1029-EXIT.
            MOVE WS-MEMBER-CARD TO DLT-CARD (WS-DLBT-IDX).
            MOVE DTXN-FROM-SYM  TO DLT-FROM-SYM (WS-DLBT-IDX).
            MOVE DTXN-TO-SYM    TO DLT-TO-SYM (WS-DLBT-IDX).
            MOVE 'AFTER:  ' TO DCKL-LABEL.
            PERFORM B1020-WRITE-DECK-IMAGE THRU
                    B1029-EXIT.
            ADD 1 TO WS-TXN-APPLIED.
            GO TO A1014-EXIT.
       A1014-DEL.
            IF WS-FOUND-SLOT = ZERO
               MOVE 'PROFILE MEMBER NOT ON FILE' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            SET WS-DLBT-IDX TO WS-FOUND-SLOT.
            MOVE 'BEFORE: ' TO DCKL-LABEL.
            PERFORM B1020-WRITE-DECK-IMAGE THRU
                    B1029-EXIT.
            MOVE '1' TO DLT-DELETED (WS-DLBT-IDX).
            ADD 1 TO WS-TXN-APPLIED.
            GO TO A1014-EXIT.
       A1014-DEL-PROFILE.
            MOVE ZERO TO WS-LIVE-CNT.
            MOVE ZERO TO WS-SCAN-POS.
       A1014-DEL-LOOP.
            ADD 1 TO WS-SCAN-POS.
            IF WS-SCAN-POS > WS-DLBT-CNT
               GO TO A1014-DEL-DONE.
            SET WS-DLBT-IDX TO WS-SCAN-POS.
            IF DLT-DELETED (WS-DLBT-IDX) = '1' OR
                  DLT-PROFILE (WS-DLBT-IDX) NOT = DTXN-PROFILE
               GO TO A1014-DEL-LOOP.
            ADD 1 TO WS-LIVE-CNT.
            MOVE 'BEFORE: ' TO DCKL-LABEL.
            PERFORM B1020-WRITE-DECK-IMAGE THRU
                    B1029-EXIT.
            MOVE '1' TO DLT-DELETED (WS-DLBT-IDX).
            GO TO A1014-DEL-LOOP.
       A1014-DEL-DONE.
            IF WS-LIVE-CNT = ZERO
               MOVE 'PROFILE NOT ON FILE' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1014-EXIT.
            ADD 1 TO WS-TXN-APPLIED.
       A1014-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE APPRROST TRANSACTION.  THE WHOLE RECORD IS THE KEY,
      *     SO THERE IS NOTHING TO UPDATE: A USERID MOVING BETWEEN
      *     GROUPS IS A DEL FROM ONE AND AN ADD TO THE OTHER.  AN
      *     ADDED USERID MUST BE ON THE USERID REFERENCE FILE (AS
      *     IT STANDS AFTER THE TRANSACTIONS AHEAD OF THIS ONE), SO
      *     THE ROSTER CANNOT NAME SOMEONE THE RUN CANNOT IDENTIFY.
      *
       A1015-APPLY-APPRROST.
            IF TXN-O-GROUP = SPACES OR
               TXN-O-USERID = SPACES
               MOVE 'GROUP AND USERID ARE REQUIRED' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1015-EXIT.
            IF TXN-FUNC = 'UPD'
               MOVE 'UPD NOT VALID FOR APPRROST - USE DEL AND ADD'
                                     TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1015-EXIT.
            PERFORM B1317-FIND-APPRROST THRU
                    B1317-EXIT.
            IF TXN-FUNC = 'ADD'
               GO TO A1015-ADD.
            GO TO A1015-DEL.
       A1015-ADD.
            IF WS-FOUND-SLOT > ZERO
               MOVE 'USERID ALREADY IN GROUP' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1015-EXIT.
            PERFORM B1318-FIND-ROSTER-USER THRU
                    B1318-EXIT.
            IF WS-FOUND-SLOT = ZERO
               MOVE 'USERID NOT ON USERREF' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1015-EXIT.
            IF WS-RSTT-CNT NOT < 500
               MOVE 'APPRROST TABLE FULL' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1015-EXIT.
            ADD 1 TO WS-RSTT-CNT.
            SET WS-RSTT-IDX TO WS-RSTT-CNT.
            MOVE '0'           TO RST-DELETED (WS-RSTT-IDX).
            MOVE TXN-O-GROUP   TO RST-GROUP (WS-RSTT-IDX).
            MOVE TXN-O-USERID  TO RST-USERID (WS-RSTT-IDX).
            MOVE 'AFTER:  ' TO IMGL-LABEL.
            MOVE SPACES TO IMGL-IMAGE.
            MOVE RST-RECORD (WS-RSTT-IDX) TO IMGL-IMAGE (1:16).
            PERFORM B1010-WRITE-IMAGE THRU
                    B1019-EXIT.
            ADD 1 TO WS-TXN-APPLIED.
            GO TO A1015-EXIT.
       A1015-DEL.
            IF WS-FOUND-SLOT = ZERO
               MOVE 'USERID NOT IN GROUP' TO ERRL-TEXT
               PERFORM B1000-REJECT THRU
                       B1009-EXIT
               GO TO A1015-EXIT.
            SET WS-RSTT-IDX TO WS-FOUND-SLOT.
            MOVE 'BEFORE: ' TO IMGL-LABEL.
            MOVE SPACES TO IMGL-IMAGE.
            MOVE RST-RECORD (WS-RSTT-IDX) TO IMGL-IMAGE (1:16).
            PERFORM B1010-WRITE-IMAGE THRU
                    B1019-EXIT.
            MOVE '1' TO RST-DELETED (WS-RSTT-IDX).
            ADD 1 TO WS-TXN-APPLIED.
       A1015-EXIT.
            EXIT.
            SKIP2
       A1030-TERMINATION.
            PERFORM B1200-WRITE-USERREF THRU
                    B1200-EXIT.
                    B1210-EXIT.
            PERFORM B1220-WRITE-ROUTECRD THRU
                    B1220-EXIT.
            PERFORM B1230-WRITE-GRPCONT THRU
                    B1230-EXIT.
            PERFORM B1240-WRITE-DECKLIB THRU
                    B1240-EXIT.
            PERFORM B1250-WRITE-APPRROST THRU
                    B1250-EXIT.
            PERFORM B1150-AFTER-LISTING THRU
                    B1150-EXIT.
            MOVE 'TRANSACTIONS READ'        TO TOTL-LABEL.
            EXIT.
            SKIP2
      *
      *     A DECK LIBRARY MEMBER IS WIDER THAN THE IMAGE LINE, SO IT
      *     PRINTS ON ITS OWN LINE LAYOUT.  THE ENTRY IS THE ONE
      *     WS-DLBT-IDX POINTS AT.
      *
       B1020-WRITE-DECK-IMAGE.
            MOVE DLT-PROFILE (WS-DLBT-IDX)  TO DCKL-PROFILE.
            MOVE DLT-SEQ (WS-DLBT-IDX)      TO DCKL-SEQ.
            MOVE DLT-CARD (WS-DLBT-IDX)     TO DCKL-CARD.
            MOVE DLT-FROM-SYM (WS-DLBT-IDX) TO DCKL-FROM-SYM.
            MOVE DLT-TO-SYM (WS-DLBT-IDX)   TO DCKL-TO-SYM.
            MOVE DECKLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1029-EXIT.
            EXIT.
            SKIP2
      *
      *     FULL LISTINGS OF THE TABLES, PRINTED ONCE BEFORE
      *     ANY TRANSACTION IS APPLIED AND AGAIN AFTER THE OUTPUT
      *     FILES ARE WRITTEN.  DELETED ENTRIES ARE LEFT OFF THE
      *     AFTER LISTING, THE SAME AS THE OUTPUT FILES.
            MOVE 'ROUTECRD BEFORE MAINTENANCE' TO SECT-TEXT.
            PERFORM B1130-LIST-ROUTECRD THRU
                    B1130-EXIT.
            MOVE 'GRPCONT BEFORE MAINTENANCE' TO SECT-TEXT.
            PERFORM B1140-LIST-GRPCONT THRU
                    B1140-EXIT.
            MOVE 'DECKLIB BEFORE MAINTENANCE' TO SECT-TEXT.
            PERFORM B1145-LIST-DECKLIB THRU
                    B1145-EXIT.
            MOVE 'APPRROST BEFORE MAINTENANCE' TO SECT-TEXT.
            PERFORM B1146-LIST-APPRROST THRU
                    B1146-EXIT.
       B1100-EXIT.
            EXIT.
            SKIP2
            MOVE 'ROUTECRD AFTER MAINTENANCE' TO SECT-TEXT.
            PERFORM B1130-LIST-ROUTECRD THRU
                    B1130-EXIT.
            MOVE 'GRPCONT AFTER MAINTENANCE' TO SECT-TEXT.
            PERFORM B1140-LIST-GRPCONT THRU
                    B1140-EXIT.
            MOVE 'DECKLIB AFTER MAINTENANCE' TO SECT-TEXT.
            PERFORM B1145-LIST-DECKLIB THRU
                    B1145-EXIT.
            MOVE 'APPRROST AFTER MAINTENANCE' TO SECT-TEXT.
            PERFORM B1146-LIST-APPRROST THRU
                    B1146-EXIT.
       B1150-EXIT.
            EXIT.
            SKIP2
       B1130-EXIT.
            EXIT.
            SKIP2
       B1140-LIST-GRPCONT.
            MOVE SECTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ZERO TO WS-SCAN-POS.
            MOVE ZERO TO WS-LIVE-CNT.
       B1140-LOOP.
            ADD 1 TO WS-SCAN-POS.
            IF WS-SCAN-POS > WS-GRPT-CNT
               GO TO B1140-TOTAL.
            SET WS-GRPT-IDX TO WS-SCAN-POS.
            IF GPT-DELETED (WS-GRPT-IDX) = '1'
               GO TO B1140-LOOP.
            ADD 1 TO WS-LIVE-CNT.
            MOVE SPACES TO IMGL-LABEL.
            MOVE GPT-RECORD (WS-GRPT-IDX) TO IMGL-IMAGE.
            PERFORM B1010-WRITE-IMAGE THRU
                    B1019-EXIT.
            GO TO B1140-LOOP.
       B1140-TOTAL.
            MOVE 'GRPCONT RECORDS'          TO TOTL-LABEL.
            MOVE WS-LIVE-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1140-EXIT.
            EXIT.
            SKIP2
      *
      *     THE DECK LIBRARY LISTS IN PROFILE/SEQUENCE ORDER, THE
      *     ORDER IT IS WRITTEN IN, SO A PROFILE READS TOP TO BOTTOM
      *     THE WAY CCIDEDIT WILL EXPAND IT.
      *
       B1145-LIST-DECKLIB.
            MOVE SECTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ZERO TO WS-LIVE-CNT.
            MOVE LOW-VALUES TO WS-DECK-LAST-KEY.
       B1145-LOOP.
            PERFORM B1316-NEXT-DECKLIB THRU
                    B1316-EXIT.
            IF WS-FOUND-SLOT = ZERO
               GO TO B1145-TOTAL.
            ADD 1 TO WS-LIVE-CNT.
            SET WS-DLBT-IDX TO WS-FOUND-SLOT.
            MOVE SPACES TO DCKL-LABEL.
            PERFORM B1020-WRITE-DECK-IMAGE THRU
                    B1029-EXIT.
            GO TO B1145-LOOP.
       B1145-TOTAL.
            MOVE 'DECKLIB MEMBER CARDS'     TO TOTL-LABEL.
            MOVE WS-LIVE-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1145-EXIT.
            EXIT.
            SKIP2
       B1146-LIST-APPRROST.
            MOVE SECTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ZERO TO WS-SCAN-POS.
            MOVE ZERO TO WS-LIVE-CNT.
       B1146-LOOP.
            ADD 1 TO WS-SCAN-POS.
            IF WS-SCAN-POS > WS-RSTT-CNT
               GO TO B1146-TOTAL.
            SET WS-RSTT-IDX TO WS-SCAN-POS.
            IF RST-DELETED (WS-RSTT-IDX) = '1'
               GO TO B1146-LOOP.
            ADD 1 TO WS-LIVE-CNT.
            MOVE SPACES TO IMGL-LABEL.
            MOVE SPACES TO IMGL-IMAGE.
            MOVE RST-RECORD (WS-RSTT-IDX) TO IMGL-IMAGE (1:16).
            PERFORM B1010-WRITE-IMAGE THRU
                    B1019-EXIT.
            GO TO B1146-LOOP.
       B1146-TOTAL.
            MOVE 'APPRROST RECORDS'         TO TOTL-LABEL.
            MOVE WS-LIVE-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1146-EXIT.
            EXIT.
            SKIP2
       B1200-WRITE-USERREF.
            OPEN OUTPUT USROUT-FILE.
            MOVE ZERO TO WS-SCAN-POS.
       B1220-EXIT.
            EXIT.
            SKIP2
       B1230-WRITE-GRPCONT.
            OPEN OUTPUT GRPOUT-FILE.
            MOVE ZERO TO WS-SCAN-POS.
       B1230-LOOP.
            ADD 1 TO WS-SCAN-POS.
            IF WS-SCAN-POS > WS-GRPT-CNT
               GO TO B1230-DONE.
            SET WS-GRPT-IDX TO WS-SCAN-POS.
            IF GPT-DELETED (WS-GRPT-IDX) = '1'
               GO TO B1230-LOOP.
            WRITE GRPOUT-DATA FROM GPT-RECORD (WS-GRPT-IDX).
            GO TO B1230-LOOP.
       B1230-DONE.
            CLOSE GRPOUT-FILE.
       B1230-EXIT.
            EXIT.
            SKIP2
       B1240-WRITE-DECKLIB.
            OPEN OUTPUT DLBOUT-FILE.
            MOVE LOW-VALUES TO WS-DECK-LAST-KEY.
       B1240-LOOP.
            PERFORM B1316-NEXT-DECKLIB THRU
                    B1316-EXIT.
            IF WS-FOUND-SLOT = ZERO
               GO TO B1240-DONE.
            SET WS-DLBT-IDX TO WS-FOUND-SLOT.
            WRITE DLBOUT-DATA FROM DLT-RECORD (WS-DLBT-IDX).
            GO TO B1240-LOOP.
       B1240-DONE.
            CLOSE DLBOUT-FILE.
       B1240-EXIT.
            EXIT.
            SKIP2
       B1250-WRITE-APPRROST.
            OPEN OUTPUT RSTOUT-FILE.
            MOVE ZERO TO WS-SCAN-POS.
       B1250-LOOP.
            ADD 1 TO WS-SCAN-POS.
            IF WS-SCAN-POS > WS-RSTT-CNT
               GO TO B1250-DONE.
            SET WS-RSTT-IDX TO WS-SCAN-POS.
            IF RST-DELETED (WS-RSTT-IDX) = '1'
               GO TO B1250-LOOP.
            WRITE RSTOUT-DATA FROM RST-RECORD (WS-RSTT-IDX).
            GO TO B1250-LOOP.
       B1250-DONE.
            CLOSE RSTOUT-FILE.
       B1250-EXIT.
            EXIT.
            SKIP2
      *
      *     KEY LOOKUPS.  A DELETED ENTRY IS INVISIBLE, SO A KEY CAN
      *     BE DELETED AND RE-ADDED IN THE SAME TRANSACTION DECK.
       B1313-EXIT.
            EXIT.
            SKIP2
       B1314-FIND-GRPCONT.
            MOVE ZERO TO WS-FOUND-SLOT.
            MOVE ZERO TO WS-SCAN-POS.
       B1314-LOOP.
            ADD 1 TO WS-SCAN-POS.
            IF WS-SCAN-POS > WS-GRPT-CNT
               GO TO B1314-EXIT.
            SET WS-GRPT-IDX TO WS-SCAN-POS.
            IF GPT-DELETED (WS-GRPT-IDX) = '0' AND
                  GPT-GROUP (WS-GRPT-IDX) = TXN-G-GROUP
               MOVE WS-SCAN-POS TO WS-FOUND-SLOT
               GO TO B1314-EXIT.
            GO TO B1314-LOOP.
       B1314-EXIT.
            EXIT.
            SKIP2
       B1315-FIND-DECKLIB.
            MOVE ZERO TO WS-FOUND-SLOT.
            MOVE ZERO TO WS-SCAN-POS.
       B1315-LOOP.
            ADD 1 TO WS-SCAN-POS.
            IF WS-SCAN-POS > WS-DLBT-CNT
               GO TO B1315-EXIT.
            SET WS-DLBT-IDX TO WS-SCAN-POS.
            IF DLT-DELETED (WS-DLBT-IDX) = '0' AND
                  DLT-KEY (WS-DLBT-IDX) = DTXN-KEY
               MOVE WS-SCAN-POS TO WS-FOUND-SLOT
               GO TO B1315-EXIT.
            GO TO B1315-LOOP.
       B1315-EXIT.
            EXIT.
            SKIP2
      *
      *     NEXT LIVE DECK LIBRARY MEMBER IN KEY ORDER: THE LOWEST
      *     KEY ABOVE WS-DECK-LAST-KEY, LEFT IN WS-FOUND-SLOT (ZERO
      *     WHEN THERE IS NONE) WITH WS-DECK-LAST-KEY ADVANCED TO IT.
      *     ADDS GO ON THE END OF THE TABLE, SO THIS IS WHAT PUTS
      *     THE LIBRARY BACK INTO KEY ORDER.
      *
       B1316-NEXT-DECKLIB.
            MOVE ZERO TO WS-FOUND-SLOT.
            MOVE HIGH-VALUES TO WS-DECK-LOW-KEY.
            MOVE ZERO TO WS-SCAN-POS.
       B1316-LOOP.
            ADD 1 TO WS-SCAN-POS.
            IF WS-SCAN-POS > WS-DLBT-CNT
               GO TO B1316-DONE.
            SET WS-DLBT-IDX TO WS-SCAN-POS.
            IF DLT-DELETED (WS-DLBT-IDX) = '0' AND
                  DLT-KEY (WS-DLBT-IDX) > WS-DECK-LAST-KEY AND
                  DLT-KEY (WS-DLBT-IDX) < WS-DECK-LOW-KEY
               MOVE DLT-KEY (WS-DLBT-IDX) TO WS-DECK-LOW-KEY
               MOVE WS-SCAN-POS TO WS-FOUND-SLOT.
            GO TO B1316-LOOP.
       B1316-DONE.
            IF WS-FOUND-SLOT > ZERO
               MOVE WS-DECK-LOW-KEY TO WS-DECK-LAST-KEY.
       B1316-EXIT.
            EXIT.
            SKIP2
       B1317-FIND-APPRROST.
            MOVE ZERO TO WS-FOUND-SLOT.
            MOVE ZERO TO WS-SCAN-POS.
       B1317-LOOP.
            ADD 1 TO WS-SCAN-POS.
            IF WS-SCAN-POS > WS-RSTT-CNT
               GO TO B1317-EXIT.
            SET WS-RSTT-IDX TO WS-SCAN-POS.
            IF RST-DELETED (WS-RSTT-IDX) = '0' AND
                  RST-GROUP (WS-RSTT-IDX) = TXN-O-GROUP AND
                  RST-USERID (WS-RSTT-IDX) = TXN-O-USERID
               MOVE WS-SCAN-POS TO WS-FOUND-SLOT
               GO TO B1317-EXIT.
            GO TO B1317-LOOP.
       B1317-EXIT.
            EXIT.
            SKIP2
      *
      *     THE ROSTER USERID LOOKED UP ON THE USERID REFERENCE
      *     TABLE.  THE ROSTER TRANSACTION CARRIES THE USERID IN A
      *     DIFFERENT PLACE FROM A USERREF TRANSACTION, SO THIS
      *     CANNOT SHARE THE USERREF KEY LOOKUP.
      *
       B1318-FIND-ROSTER-USER.
            MOVE ZERO TO WS-FOUND-SLOT.
            MOVE ZERO TO WS-SCAN-POS.
       B1318-LOOP.
            ADD 1 TO WS-SCAN-POS.
            IF WS-SCAN-POS > WS-USRT-CNT
               GO TO B1318-EXIT.
            SET WS-USRT-IDX TO WS-SCAN-POS.
            IF URT-DELETED (WS-USRT-IDX) = '0' AND
                  URT-USERID (WS-USRT-IDX) = TXN-O-USERID
               MOVE WS-SCAN-POS TO WS-FOUND-SLOT
               GO TO B1318-EXIT.
            GO TO B1318-LOOP.
       B1318-EXIT.
            EXIT.
            SKIP2
      *
      *     EDITS THE APPROVED-CCID WINDOW DATES AND LEAVES THE
      *     REJECT REASON IN ERRL-TEXT, BLANK WHEN THE DATES PASS.
       B1320-EXIT.
            EXIT.
            SKIP2
      *
      *     EDITS ONE SYMBOLIC DATE IN WS-SYM-FIELD: BLANK, TODAY,
      *     MONTHSTART, OR TODAY- FOLLOWED BY ONE TO THREE DIGITS
      *     AND NOTHING ELSE.  WS-SYM-OK-SW IS SET WHEN IT PASSES.
      *
       B1330-EDIT-DECK-SYMBOL.
            MOVE '0' TO WS-SYM-OK-SW.
            IF WS-SYM-FIELD = SPACES OR 'TODAY' OR 'MONTHSTART'
               MOVE '1' TO WS-SYM-OK-SW
               GO TO B1330-EXIT.
            IF WS-SYM-FIELD (1:6) NOT = 'TODAY-'
               GO TO B1330-EXIT.
            MOVE ZERO TO WS-SYM-DIGITS.
            MOVE 6 TO WS-SYM-POS.
       B1330-LOOP.
            ADD 1 TO WS-SYM-POS.
            IF WS-SYM-POS > 10
               GO TO B1330-DONE.
            IF WS-SYM-FIELD (WS-SYM-POS:1) = SPACE
               GO TO B1330-DONE.
            IF WS-SYM-FIELD (WS-SYM-POS:1) IS NOT NUMERIC
               GO TO B1330-EXIT.
            ADD 1 TO WS-SYM-DIGITS.
            GO TO B1330-LOOP.
       B1330-DONE.
            IF WS-SYM-DIGITS = ZERO OR WS-SYM-DIGITS > 3
               GO TO B1330-EXIT.
            IF WS-SYM-POS < 10
               IF WS-SYM-FIELD (WS-SYM-POS:) NOT = SPACES
                  GO TO B1330-EXIT.
            MOVE '1' TO WS-SYM-OK-SW.
       B1330-EXIT.
            EXIT.
            SKIP2
       W1000-WRITE.
            IF WS-LINECNT > 59
               PERFORM W1010-PRINT-HDR1 THRU
