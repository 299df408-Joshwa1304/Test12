       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCIDNOTE.
      *REMARKS.  EXCEPTION NOTIFICATION BY OWNING GROUP.  RUNS AFTER
      *          CCIDRPT1 AND TURNS THE RUN'S MACHINE-READABLE
      *          EXCEPTION FEEDS INTO ONE MAIL MESSAGE PER APPROVING
      *          GROUP, WRITTEN AS A BATCH SMTP FILE FOR THE MAIL
      *          GATEWAY STEP, IN PLACE OF FORWARDING PIECES OF THE
      *          OPERATIONS LISTING BY HAND EACH MORNING:
      *
      *            - COMPLIANCE EXCEPTIONS (CMPLCRD), TO THE GROUP
      *              THAT APPROVES THE CCID;
      *            - SEGREGATION OF DUTIES EXCEPTIONS (THE SODAUTH
      *              AND ONEUSER RECORDS ON CMPLCRD), IN A SECTION OF
      *              THEIR OWN, TO THE GROUP THAT APPROVES THE CCID;
      *            - PACKAGE/INVENTORY MISMATCHES (RECNCRD), TO THE
      *              GROUP THAT APPROVES THE CCID;
      *            - STALE SIGNOUTS (STALCRD), TO EVERY GROUP WHOSE
      *              CONTACT RECORD NAMES THE SIGNOUT HOLDER'S
      *              DEPARTMENT ON THE USERID REFERENCE FILE.
      *
      *          THE GROUP CONTACT FILE (GRPCONT, MAINTAINED BY
      *          CCIDRMNT) SUPPLIES EACH GROUP'S MAILBOX AND ITS
      *          ESCALATION MAILBOX.  AN ITEM WITH NO OWNING GROUP,
      *          OR FOR A GROUP WITH NO CONTACT RECORD, GOES TO THE
      *          CONTACT RECORD KEYED '*DEFAULT' WHEN THERE IS ONE
      *          AND IS OTHERWISE LISTED HERE AS NOT ROUTED.  A GROUP
      *          WITH NOTHING TO REPORT GETS NO MESSAGE.
      *
      *          A CARRIED-FORWARD HISTORY (NOTEHSTI IN, NOTEHSTO
      *          OUT) COUNTS THE CONSECUTIVE RUNS EACH ITEM HAS BEEN
      *          REPORTED ON.  AN ITEM REPORTED ON THREE OR MORE RUNS
      *          IN A ROW IS MARKED IN THE GROUP'S MESSAGE AND ALSO
      *          SENT, IN A SEPARATE MESSAGE, TO THE GROUP'S
      *          ESCALATION MAILBOX.  AN ITEM MISSING FROM ONE RUN
      *          STARTS AGAIN AT ONE.  THE SECTION IS PART OF AN
      *          ITEM'S IDENTITY, SO SEGREGATION OF DUTIES ITEMS
      *          COUNTED UNDER THE COMPLIANCE SECTION BEFORE THEY HAD
      *          ONE OF THEIR OWN START AGAIN AT ONE TOO.
      *
      *          THE CONTROL CARD CARRIES THE SENDER MAILBOX (COLUMNS
      *          1-24) AND THE HELO DOMAIN (COLUMNS 25-48).  WITHOUT
      *          IT NOTHING IS WRITTEN AND THE STEP ENDS WITH
      *          CONDITION CODE 8; ITEMS NOT ROUTED OR ESCALATIONS
      *          WITH NO MAILBOX TO GO TO END IT WITH CODE 4.
      *
      *          IN A PARALLEL-STREAM RUN THE STREAMS' STALCRD AND
      *          RECNCRD FILES ARE CONCATENATED ON THE INPUT DDS, AND
      *          CMPLCRD IS THE MERGED FEED CCIDMRGE WRITES (CMPLMRGD).
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
           SELECT NOTE-REPORT ASSIGN TO UR-S-CCIDNOTE
              ACCESS IS SEQUENTIAL.
           SELECT GRPC-FILE ASSIGN TO UR-S-GRPCONT
              ACCESS IS SEQUENTIAL.
           SELECT APPR-FILE ASSIGN TO UR-S-APPRCCID
              ACCESS IS SEQUENTIAL.
           SELECT USERREF-FILE ASSIGN TO UR-S-USERREF
              ACCESS IS SEQUENTIAL.
           SELECT CMPL-FILE ASSIGN TO UR-S-CMPLCRD
              ACCESS IS SEQUENTIAL.
           SELECT STAL-FILE ASSIGN TO UR-S-STALCRD
              ACCESS IS SEQUENTIAL.
           SELECT RECN-FILE ASSIGN TO UR-S-RECNCRD
              ACCESS IS SEQUENTIAL.
           SELECT ITEM-WORK ASSIGN TO UR-S-NOTEWRK
              ACCESS IS SEQUENTIAL.
           SELECT ITEM-SORTED ASSIGN TO UR-S-NOTESRT
              ACCESS IS SEQUENTIAL.
           SELECT PRIOR-FILE ASSIGN TO UR-S-NOTEHSTI
              ACCESS IS SEQUENTIAL.
           SELECT NHIST-FILE ASSIGN TO UR-S-NOTEHSTO
              ACCESS IS SEQUENTIAL.
           SELECT NOTIFY-FILE ASSIGN TO UR-S-NOTIFY
              ACCESS IS SEQUENTIAL.
           SELECT ITEM-SORT-FILE ASSIGN TO UR-S-NSRTFILE.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  INPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  NOTECARD.
           05  NOTECARD-SENDER          PIC X(24).
           05  NOTECARD-COMM  REDEFINES NOTECARD-SENDER.
               10  NOTECARD-COMMENT     PIC X.
               10  FILLER               PIC X(23).
           05  NOTECARD-DOMAIN          PIC X(24).
           05  FILLER                   PIC X(32).
      *
       FD  NOTE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  REPORTLINE                    PIC X(132).
      *
      *     GROUP CONTACT, APPROVED-CCID AND USERID REFERENCE FILES.
      *
       FD  GRPC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  GRPC-DATA                     PIC X(68).
      *
       FD  APPR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  APPR-DATA                     PIC X(30).
      *
       FD  USERREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  USERREF-DATA                  PIC X(45).
      *
      *     THE THREE EXCEPTION FEEDS WRITTEN BY CCIDRPT1.
      *
       FD  CMPL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CMPL-DATA                     PIC X(69).
      *
       FD  STAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  STAL-DATA                     PIC X(49).
      *
       FD  RECN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RECN-DATA                     PIC X(59).
      *
      *     ROUTED NOTIFICATION ITEMS, ONE PER GROUP AND EXCEPTION,
      *     AND THEIR GROUP/KIND/KEY-SEQUENCED COPY.
      *
       FD  ITEM-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ITEM-WORK-DATA                PIC X(148).
      *
       FD  ITEM-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ITEM-SORTED-DATA              PIC X(148).
      *
      *     NOTIFICATION HISTORY: EVERY ITEM REPORTED ON THE RUN,
      *     IN GROUP/KIND/KEY SEQUENCE, WITH THE NUMBER OF
      *     CONSECUTIVE RUNS IT HAS BEEN REPORTED ON.
      *
       FD  PRIOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PRIOR-DATA                    PIC X(89).
      *
       FD  NHIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  NHIST-DATA                    PIC X(89).
      *
      *     BATCH SMTP FILE FOR THE MAIL GATEWAY: HELO, ONE MESSAGE
      *     BLOCK PER GROUP (AND PER ESCALATION), QUIT.
      *
       FD  NOTIFY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  NOTIFY-DATA                   PIC X(80).
      *
       SD  ITEM-SORT-FILE
           DATA RECORD IS ITEM-SORT-RECORD.
       01  ITEM-SORT-RECORD.
           05  SRTI-GROUP       PIC X(8).
           05  SRTI-KIND        PIC X(4).
           05  SRTI-KEY         PIC X(69).
           05  SRTI-TEXT        PIC X(67).
      *
       WORKING-STORAGE SECTION.
       77  WS-LINECNT                    PIC S9(3) COMP-3 VALUE +60.
       77  WS-PAGECNT                    PIC S9(3) COMP-3 VALUE ZERO.
       77  WS-PRT-CCONTROL               PIC 9 VALUE ZERO.
       77  WS-CMPL-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-STAL-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-RECN-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-ITEM-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-MSG-CNT                    PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-ESC-MSG-CNT                PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-UNROUTED-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-ESC-HELD-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-GRP-ITEM-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-GRP-ESC-CNT                PIC 9(6) COMP-3  VALUE ZERO.
           SKIP1
       01  WS-RUN-DATE                   PIC X(5)         VALUE SPACES.
       01  WS-EOF-SW                     PIC X            VALUE '0'.
           88  WS-AT-EOF        VALUE '1'.
       01  WS-CARD-SW                    PIC X            VALUE '0'.
           88  WS-CARD-OK       VALUE '1'.
       01  WS-SENDER                     PIC X(24)        VALUE SPACES.
       01  WS-DOMAIN                     PIC X(24)        VALUE SPACES.
           SKIP1
      *
      *     USERID REFERENCE TABLE, FOR THE SIGNOUT HOLDER'S
      *     DEPARTMENT.
      *
       01  USERREF-RECORD.
           05  USRF-USERID      PIC X(8).
           05  USRF-NAME        PIC X(25).
           05  USRF-DEPT        PIC X(12).
       01  WS-UREF-OVFL-SW               PIC X            VALUE '0'.
           88  WS-UREF-OVFL      VALUE '1'.
       01  WS-UREF-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-UREF-DEPT                  PIC X(12)        VALUE SPACES.
       01  WS-UREF-TABLE.
           05  WS-UREF-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-UREF-IDX.
               10  UREF-USERID  PIC X(8).
               10  UREF-DEPT    PIC X(12).
           SKIP1
      *
      *     APPROVED-CCID TABLE, FOR THE GROUP THAT OWNS A CCID.
      *
       01  APPR-RECORD.
           05  APPR-CCID        PIC X(12).
           05  APPR-GROUP       PIC X(8).
           05  APPR-FROM        PIC X(5).
           05  APPR-THRU        PIC X(5).
       01  WS-APPR-OVFL-SW               PIC X            VALUE '0'.
           88  WS-APPR-OVFL      VALUE '1'.
       01  WS-APPR-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-APPR-IDX.
               10  APPT-CCID    PIC X(12).
               10  APPT-GROUP   PIC X(8).
           SKIP1
      *
      *     GROUP CONTACT TABLE.  THE SLOT FOUND FOR THE GROUP IN
      *     HAND IS KEPT FOR THE WHOLE OF ITS MESSAGE.
      *
       01  GRPCONT-RECORD.
           05  GRPC-GROUP       PIC X(8).
           05  GRPC-DEPT        PIC X(12).
           05  GRPC-MAILBOX     PIC X(24).
           05  GRPC-ESCALATE    PIC X(24).
       01  WS-GRPC-OVFL-SW               PIC X            VALUE '0'.
           88  WS-GRPC-OVFL      VALUE '1'.
       01  WS-GRPC-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-GRPC-TABLE.
           05  WS-GRPC-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-GRPC-IDX.
               10  GRPT-GROUP    PIC X(8).
               10  GRPT-DEPT     PIC X(12).
               10  GRPT-MAILBOX  PIC X(24).
               10  GRPT-ESCALATE PIC X(24).
       01  WS-DEFAULT-GROUP              PIC X(8)      VALUE '*DEFAULT'.
       01  WS-LOOK-GROUP                 PIC X(8)         VALUE SPACES.
       01  WS-CONTACT-SLOT               PIC 9(4) COMP    VALUE ZERO.
       01  WS-ROUTED-CNT                 PIC 9(4) COMP    VALUE ZERO.
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
       01  STAL-RECORD.
           05  STAL-USER        PIC X(8).
           05  STAL-ELEMENT     PIC X(10).
           05  STAL-TYPE        PIC X(8).
           05  STAL-SYSTEM      PIC X(8).
           05  STAL-SUBSYS      PIC X(8).
           05  STAL-DATE        PIC X(7).
       01  RECN-RECORD.
           05  RECN-CCID        PIC X(12).
           05  RECN-PKG-ID      PIC X(12).
           05  RECN-ELEMENT     PIC X(10).
           05  RECN-TYPE        PIC X(8).
           05  RECN-STATUS      PIC X(17).
           SKIP1
      *
      *     ONE NOTIFICATION ITEM.  THE KIND ORDERS THE SECTIONS OF
      *     A MESSAGE; THE KEY IDENTIFIES THE EXCEPTION FROM RUN TO
      *     RUN (THE WHOLE COMPLIANCE RECORD, OR THE FIELDS OF A
      *     SIGNOUT OR MISMATCH THAT DO NOT CHANGE WHILE IT STANDS);
      *     THE TEXT IS THE BODY LINE THE GROUP SEES.
      *
       01  ITEM-RECORD.
           05  ITEM-MATCH-KEY.
               10  ITEM-GROUP       PIC X(8).
               10  ITEM-KIND        PIC X(4).
                   88  ITEM-IS-CMPL  VALUE 'CMPL'.
                   88  ITEM-IS-RECN  VALUE 'RECN'.
                   88  ITEM-IS-SOUT  VALUE 'SOUT'.
                   88  ITEM-IS-SODX  VALUE 'SODX'.
               10  ITEM-KEY         PIC X(69).
               10  ITEM-RECN-KEY  REDEFINES ITEM-KEY.
                   15  RKEY-CCID        PIC X(12).
                   15  RKEY-ELEMENT     PIC X(10).
                   15  RKEY-TYPE        PIC X(8).
                   15  RKEY-STATUS      PIC X(17).
                   15  FILLER           PIC X(22).
               10  ITEM-SOUT-KEY  REDEFINES ITEM-KEY.
                   15  SKEY-USER        PIC X(8).
                   15  SKEY-ELEMENT     PIC X(10).
                   15  SKEY-TYPE        PIC X(8).
                   15  SKEY-SYSTEM      PIC X(8).
                   15  SKEY-SUBSYS      PIC X(8).
                   15  FILLER           PIC X(27).
           05  ITEM-TEXT            PIC X(67).
           05  ITEM-CMPL-TEXT  REDEFINES ITEM-TEXT.
               10  CTXT-CCID        PIC X(12).
               10  FILLER           PIC X.
               10  CTXT-ELEMENT     PIC X(10).
               10  FILLER           PIC X.
               10  CTXT-TYPE        PIC X(8).
               10  FILLER           PIC X.
               10  CTXT-ENVIRON     PIC X(8).
               10  FILLER           PIC X.
               10  CTXT-SYSTEM      PIC X(8).
               10  FILLER           PIC X.
               10  CTXT-DATE        PIC X(7).
               10  FILLER           PIC X.
               10  CTXT-REASON      PIC X(8).
           05  ITEM-RECN-TEXT  REDEFINES ITEM-TEXT.
               10  RTXT-CCID        PIC X(12).
               10  FILLER           PIC X.
               10  RTXT-PKG-ID      PIC X(12).
               10  FILLER           PIC X.
               10  RTXT-ELEMENT     PIC X(10).
               10  FILLER           PIC X.
               10  RTXT-TYPE        PIC X(8).
               10  FILLER           PIC X.
               10  RTXT-STATUS      PIC X(17).
               10  FILLER           PIC X(4).
           05  ITEM-SOUT-TEXT  REDEFINES ITEM-TEXT.
               10  STXT-USER        PIC X(8).
               10  FILLER           PIC X.
               10  STXT-ELEMENT     PIC X(10).
               10  FILLER           PIC X.
               10  STXT-TYPE        PIC X(8).
               10  FILLER           PIC X.
               10  STXT-SYSTEM      PIC X(8).
               10  FILLER           PIC X.
               10  STXT-SUBSYS      PIC X(8).
               10  FILLER           PIC X.
               10  STXT-DATE        PIC X(7).
               10  FILLER           PIC X(13).
       01  WS-PREV-MATCH-KEY             PIC X(81)        VALUE SPACES.
       01  WS-ITEM-SRT-EOF-SW            PIC X            VALUE '0'.
           88  WS-ITEM-SRT-AT-EOF VALUE '1'.
           SKIP1
      *
      *     PRIOR AND NEW NOTIFICATION HISTORY RECORDS.  AT END OF
      *     THE PRIOR FILE ITS KEY GOES TO HIGH-VALUES SO EVERY
      *     REMAINING ITEM IS NEW.
      *
       01  NHST-RECORD.
           05  NHST-MATCH-KEY.
               10  NHST-GROUP       PIC X(8).
               10  NHST-KIND        PIC X(4).
               10  NHST-KEY         PIC X(69).
           05  NHST-RUNS            PIC 9(3).
           05  NHST-LAST-RUN        PIC X(5).
       01  NHSO-RECORD.
           05  NHSO-MATCH-KEY.
               10  NHSO-GROUP       PIC X(8).
               10  NHSO-KIND        PIC X(4).
               10  NHSO-KEY         PIC X(69).
           05  NHSO-RUNS            PIC 9(3).
           05  NHSO-LAST-RUN        PIC X(5).
       01  WS-ITEM-RUNS                  PIC 9(3)         VALUE ZERO.
       01  WS-ESCALATE-AT                PIC 9(3)         VALUE 3.
           SKIP1
      *
      *     THE GROUP IN HAND: ITS ROUTING, THE SECTION BEING
      *     WRITTEN, AND THE ESCALATED LINES HELD FOR THE SEPARATE
      *     ESCALATION MESSAGE SENT WHEN THE GROUP IS FINISHED.
      *
       01  WS-CUR-GROUP                  PIC X(8)         VALUE SPACES.
       01  WS-CUR-KIND                   PIC X(4)         VALUE SPACES.
       01  WS-ROUTE-SW                   PIC X            VALUE '0'.
           88  WS-GROUP-ROUTED   VALUE '1'.
           88  WS-GROUP-DEFAULTED VALUE '2'.
           88  WS-GROUP-UNROUTED VALUE '0'.
       01  WS-ESC-OVFL-SW                PIC X            VALUE '0'.
           88  WS-ESC-OVFL       VALUE '1'.
       01  WS-ESC-CNT                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-ESC-IDX.
               10  ESC-KIND     PIC X(4).
               10  ESC-LINE     PIC X(80).
           SKIP1
      *
      *     MAIL ADDRESS LINE WORK AREAS.  A MAILBOX IS WRITTEN
      *     BETWEEN ANGLE BRACKETS WITH ITS TRAILING BLANKS DROPPED.
      *
       01  WS-MBX                        PIC X(24)        VALUE SPACES.
       01  WS-MBX-LEN                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-ADDR-VERB                  PIC X(10)        VALUE SPACES.
       01  WS-ADDR-VLEN                  PIC 9(4) COMP    VALUE ZERO.
       01  WS-LINE-POS                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-NOTE-LINE                  PIC X(80)        VALUE SPACES.
           SKIP1
      *
      *     MESSAGE LINES.
      *
       01  NOTE-HELO.
           05  FILLER           PIC X(5)   VALUE 'HELO '.
           05  NHELO-DOMAIN     PIC X(24).
           05  FILLER           PIC X(51)  VALUE SPACES.
       01  NOTE-FROM.
           05  FILLER           PIC X(6)   VALUE 'FROM: '.
           05  NFROM-ADDR       PIC X(24).
           05  FILLER           PIC X(50)  VALUE SPACES.
       01  NOTE-TO.
           05  FILLER           PIC X(4)   VALUE 'TO: '.
           05  NTO-ADDR         PIC X(24).
           05  FILLER           PIC X(52)  VALUE SPACES.
       01  NOTE-SUBJECT-1.
           05  FILLER           PIC X(9)   VALUE 'SUBJECT: '.
           05  FILLER           PIC X(34)
               VALUE 'ENDEVOR CCID EXCEPTIONS FOR GROUP '.
           05  NSUBJ1-GROUP     PIC X(8).
           05  FILLER           PIC X(7)   VALUE ' - RUN '.
           05  NSUBJ1-RUN-DATE  PIC X(5).
           05  FILLER           PIC X(17)  VALUE SPACES.
       01  NOTE-SUBJECT-2.
           05  FILLER           PIC X(9)   VALUE 'SUBJECT: '.
           05  FILLER           PIC X(37)
               VALUE 'ESCALATION - REPEATED EXCEPTIONS FOR '.
           05  FILLER           PIC X(6)   VALUE 'GROUP '.
           05  NSUBJ2-GROUP     PIC X(8).
           05  FILLER           PIC X(7)   VALUE ' - RUN '.
           05  NSUBJ2-RUN-DATE  PIC X(5).
           05  FILLER           PIC X(8)   VALUE SPACES.
       01  NOTE-INTRO-1.
           05  FILLER           PIC X(44)
               VALUE 'THE NIGHTLY CCID REPORT RUN FOUND THE ITEMS '.
           05  FILLER           PIC X(36)
               VALUE 'BELOW FOR YOUR GROUP.'.
       01  NOTE-INTRO-2.
           05  FILLER           PIC X(44)
               VALUE 'ITEMS MARKED * HAVE NOW BEEN REPORTED ON 3 O'.
           05  FILLER           PIC X(36)
               VALUE 'R MORE CONSECUTIVE RUNS.'.
       01  NOTE-INTRO-3.
           05  FILLER           PIC X(22)
               VALUE 'THESE ITEMS FOR GROUP '.
           05  NINTR3-GROUP     PIC X(8).
           05  FILLER           PIC X(50)
               VALUE ' HAVE BEEN REPORTED ON 3 OR MORE RUNS IN A'.
       01  NOTE-INTRO-4.
           05  FILLER           PIC X(37)
               VALUE 'ROW WITHOUT BEING CLEARED.  MAILBOX: '.
           05  NINTR4-MAILBOX   PIC X(24).
           05  FILLER           PIC X(19)  VALUE SPACES.
       01  NOTE-DEFAULTED.
           05  FILLER           PIC X(31)
               VALUE 'NO CONTACT IS ON FILE FOR GROUP'.
           05  FILLER           PIC X      VALUE SPACE.
           05  NDFLT-GROUP      PIC X(8).
           05  FILLER           PIC X(40)
               VALUE ' - SENT TO THE DEFAULT CONTACT.'.
       01  NOTE-SECT-CMPL.
           05  FILLER           PIC X(44)
               VALUE 'COMPLIANCE EXCEPTIONS (CCID BLANK, UNKNOWN O'.
           05  FILLER           PIC X(36)
               VALUE 'R OUTSIDE ITS APPROVAL WINDOW)'.
       01  NOTE-COLS-CMPL.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(13)  VALUE 'CCID'.
           05  FILLER           PIC X(11)  VALUE 'ELEMENT'.
           05  FILLER           PIC X(9)   VALUE 'TYPE'.
           05  FILLER           PIC X(9)   VALUE 'ENVIRON'.
           05  FILLER           PIC X(9)   VALUE 'SYSTEM'.
           05  FILLER           PIC X(8)   VALUE 'DATE'.
           05  FILLER           PIC X(19)  VALUE 'REASON'.
       01  NOTE-SECT-SODX.
           05  FILLER           PIC X(44)
               VALUE 'SEGREGATION OF DUTIES EXCEPTIONS (APPROVER A'.
           05  FILLER           PIC X(36)
               VALUE 'UTHORED / ONE USERID ONLY)'.
       01  NOTE-COLS-SODX.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(13)  VALUE 'CCID'.
           05  FILLER           PIC X(11)  VALUE 'ELEMENT'.
           05  FILLER           PIC X(9)   VALUE 'TYPE'.
           05  FILLER           PIC X(9)   VALUE 'ENVIRON'.
           05  FILLER           PIC X(9)   VALUE 'SYSTEM'.
           05  FILLER           PIC X(8)   VALUE 'DATE'.
           05  FILLER           PIC X(19)  VALUE 'REASON'.
       01  NOTE-SECT-RECN.
           05  FILLER           PIC X(44)
               VALUE 'PACKAGE / INVENTORY MISMATCHES'.
           05  FILLER           PIC X(36)  VALUE SPACES.
       01  NOTE-COLS-RECN.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(13)  VALUE 'CCID'.
           05  FILLER           PIC X(13)  VALUE 'PACKAGE'.
           05  FILLER           PIC X(11)  VALUE 'ELEMENT'.
           05  FILLER           PIC X(9)   VALUE 'TYPE'.
           05  FILLER           PIC X(32)  VALUE 'STATUS'.
       01  NOTE-SECT-SOUT.
           05  FILLER           PIC X(44)
               VALUE 'STALE SIGNOUTS HELD BY USERS IN YOUR DEPARTM'.
           05  FILLER           PIC X(36)
               VALUE 'ENT'.
       01  NOTE-COLS-SOUT.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'USERID'.
           05  FILLER           PIC X(11)  VALUE 'ELEMENT'.
           05  FILLER           PIC X(9)   VALUE 'TYPE'.
           05  FILLER           PIC X(9)   VALUE 'SYSTEM'.
           05  FILLER           PIC X(9)   VALUE 'SUBSYS'.
           05  FILLER           PIC X(31)  VALUE 'LAST ACT'.
       01  NOTE-BODY.
           05  NBODY-FLAG       PIC X.
           05  FILLER           PIC X      VALUE SPACE.
           05  NBODY-TEXT       PIC X(67).
           05  FILLER           PIC X      VALUE SPACE.
           05  NBODY-RUNS-AREA.
               10  NBODY-RUNS-OPEN  PIC X.
               10  NBODY-RUNS       PIC ZZ9.
               10  NBODY-RUNS-LIT   PIC X(6).
       01  NOTE-END                      PIC X(80)        VALUE '.'.
       01  NOTE-QUIT                     PIC X(80)        VALUE 'QUIT'.
       01  NOTE-DATA                     PIC X(80)        VALUE 'DATA'.
           SKIP1
       01  HEADING-1.
           05  HDR1-CCONTROL    PIC X      VALUE '1'.
           05  HDR1-LINE.
           10  FILLER           PIC X(38)  VALUE SPACES.
           10  FILLER           PIC X(30)
               VALUE 'EXCEPTION NOTIFICATION REPORT'.
           10  FILLER           PIC X(53)  VALUE SPACES.
           10  FILLER           PIC X(5)   VALUE 'PAGE '.
           10  HDR1-PAGENO      PIC ZZ9.
           10  FILLER           PIC X(3)   VALUE SPACES.
           SKIP1
       01  HEADING-2.
           05  HDR2-CCONTROL    PIC X      VALUE '0'.
           05  HDR2-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(10)  VALUE 'GROUP'.
           10  FILLER           PIC X(26)  VALUE 'MAILBOX'.
           10  FILLER           PIC X(9)   VALUE 'ITEMS'.
           10  FILLER           PIC X(11)  VALUE 'REPEATED'.
           10  FILLER           PIC X(74)  VALUE 'DISPOSITION'.
           SKIP1
       01  DETAIL-1.
           05  DET1-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET1-GROUP       PIC X(8).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET1-MAILBOX     PIC X(24).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET1-ITEMS       PIC ZZZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET1-REPEATED    PIC ZZZZ9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  DET1-DISP        PIC X(40).
           05  FILLER           PIC X(34)  VALUE SPACES.
           SKIP1
       01  DETAIL-2.
           05  DET2-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  DET2-KIND        PIC X(4).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET2-TEXT        PIC X(67).
           05  FILLER           PIC X(53)  VALUE SPACES.
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
           OPEN OUTPUT NOTE-REPORT.
           ACCEPT WS-RUN-DATE FROM DAY.
           PERFORM A1000-READ-CONTROL THRU
                   A1009-EXIT.
           IF NOT WS-CARD-OK
               PERFORM A1025-CARRY-HISTORY THRU
                       A1025-EXIT
               GO TO MAIN-EXIT.
           PERFORM A1005-LOAD-USERREF THRU
                   A1005-EXIT.
           PERFORM A1006-LOAD-APPRCCID THRU
                   A1006-EXIT.
           PERFORM A1007-LOAD-GRPCONT THRU
                   A1007-EXIT.
           PERFORM A1010-BUILD-ITEMS THRU
                   A1019-EXIT.
           PERFORM A1020-SEND-NOTICES THRU
                   A1029-EXIT.
       MAIN-EXIT.
           PERFORM A1030-TERMINATION THRU
                   A1039-EXIT.
           STOP RUN.
       EJECT
      *
      *     READS THE CONTROL DECK.  COMMENT CARDS ARE ECHOED; THE
      *     FIRST OTHER CARD SUPPLIES THE SENDER AND HELO DOMAIN,
      *     AND ANY FURTHER CARD IS ECHOED AND IGNORED.
      *
       A1000-READ-CONTROL.
           READ INPUT-FILE AT END GO TO A1000-CHECK.
           MOVE NOTECARD TO COMM-TEXT.
           MOVE COMMLINE TO PRINTAREA.
           PERFORM W1000-WRITE THRU
                   W1009-EXIT.
           IF NOTECARD-COMMENT = '*'
              GO TO A1000-READ-CONTROL.
           IF WS-SENDER NOT = SPACES OR WS-DOMAIN NOT = SPACES
              MOVE 'EXTRA CONTROL CARD IGNORED' TO ERRL-TEXT
              MOVE ERRLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              GO TO A1000-READ-CONTROL.
           MOVE NOTECARD-SENDER TO WS-SENDER.
           MOVE NOTECARD-DOMAIN TO WS-DOMAIN.
           GO TO A1000-READ-CONTROL.
       A1000-CHECK.
           CLOSE INPUT-FILE.
           IF WS-SENDER = SPACES OR WS-DOMAIN = SPACES
              MOVE 'CONTROL CARD NEEDS SENDER MAILBOX AND HELO DOMAIN'
                TO ERRL-TEXT
              MOVE ERRLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              MOVE 'NO NOTIFICATIONS WRITTEN' TO ERRL-TEXT
              MOVE ERRLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              MOVE 'HISTORY CARRIED FORWARD UNCHANGED' TO ERRL-TEXT
              MOVE ERRLINE TO PRINTAREA
              PERFORM W1000-WRITE THRU
                      W1009-EXIT
              GO TO A1009-EXIT.
           MOVE '1' TO WS-CARD-SW.
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
               MOVE USRF-DEPT   TO UREF-DEPT (WS-UREF-IDX)
            ELSE
               IF NOT WS-UREF-OVFL
                  MOVE '1' TO WS-UREF-OVFL-SW
                  DISPLAY 'CCIDNOTE - USERID REFERENCE TABLE FULL '
                          'AT 500 - FURTHER USERIDS GO TO *DEFAULT'
               END-IF.
            GO TO A1005-LOOP.
       A1005-DONE.
            CLOSE USERREF-FILE.
       A1005-EXIT.
            EXIT.
            SKIP2
       A1006-LOAD-APPRCCID.
            OPEN INPUT APPR-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1006-LOOP.
            READ APPR-FILE INTO APPR-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1006-DONE.
            IF WS-APPR-CNT < 500
               ADD 1 TO WS-APPR-CNT
               SET WS-APPR-IDX TO WS-APPR-CNT
               MOVE APPR-CCID  TO APPT-CCID (WS-APPR-IDX)
               MOVE APPR-GROUP TO APPT-GROUP (WS-APPR-IDX)
            ELSE
               IF NOT WS-APPR-OVFL
                  MOVE '1' TO WS-APPR-OVFL-SW
                  DISPLAY 'CCIDNOTE - APPROVED-CCID TABLE FULL AT '
                          '500 - FURTHER CCIDS GO TO *DEFAULT'
               END-IF.
            GO TO A1006-LOOP.
       A1006-DONE.
            CLOSE APPR-FILE.
       A1006-EXIT.
            EXIT.
            SKIP2
       A1007-LOAD-GRPCONT.
            OPEN INPUT GRPC-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1007-LOOP.
            READ GRPC-FILE INTO GRPCONT-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1007-DONE.
            IF WS-GRPC-CNT < 100
               ADD 1 TO WS-GRPC-CNT
               SET WS-GRPC-IDX TO WS-GRPC-CNT
               MOVE GRPC-GROUP    TO GRPT-GROUP (WS-GRPC-IDX)
               MOVE GRPC-DEPT     TO GRPT-DEPT (WS-GRPC-IDX)
               MOVE GRPC-MAILBOX  TO GRPT-MAILBOX (WS-GRPC-IDX)
               MOVE GRPC-ESCALATE TO GRPT-ESCALATE (WS-GRPC-IDX)
            ELSE
               IF NOT WS-GRPC-OVFL
                  MOVE '1' TO WS-GRPC-OVFL-SW
                  DISPLAY 'CCIDNOTE - GROUP CONTACT TABLE FULL AT '
                          '100 - FURTHER GROUPS GO TO *DEFAULT'
               END-IF.
            GO TO A1007-LOOP.
       A1007-DONE.
            CLOSE GRPC-FILE.
       A1007-EXIT.
            EXIT.
            SKIP2
      *
      *     TURNS EVERY FEED RECORD INTO ONE ITEM PER RECEIVING
      *     GROUP AND SORTS THE ITEMS INTO GROUP, KIND AND KEY
      *     SEQUENCE FOR THE MESSAGE PASS.
      *
       A1010-BUILD-ITEMS.
            OPEN OUTPUT ITEM-WORK.
            OPEN INPUT CMPL-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1010-CMPL-LOOP.
            READ CMPL-FILE INTO CMPL-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1010-RECN.
            ADD 1 TO WS-CMPL-CNT.
            MOVE SPACES       TO ITEM-RECORD.
            MOVE 'CMPL'       TO ITEM-KIND.
            IF CMPL-REASON = 'SODAUTH' OR 'ONEUSER'
               MOVE 'SODX'    TO ITEM-KIND.
            MOVE CMPL-RECORD  TO ITEM-KEY.
            MOVE CMPL-CCID    TO CTXT-CCID.
            MOVE CMPL-ELEMENT TO CTXT-ELEMENT.
            MOVE CMPL-TYPE    TO CTXT-TYPE.
            MOVE CMPL-ENVIRON TO CTXT-ENVIRON.
            MOVE CMPL-SYSTEM  TO CTXT-SYSTEM.
            MOVE CMPL-DATE    TO CTXT-DATE.
            MOVE CMPL-REASON  TO CTXT-REASON.
            MOVE CMPL-CCID    TO APPR-CCID.
            PERFORM B1000-CCID-GROUP THRU
                    B1009-EXIT.
            PERFORM B1090-PUT-ITEM THRU
                    B1099-EXIT.
            GO TO A1010-CMPL-LOOP.
       A1010-RECN.
            CLOSE CMPL-FILE.
            OPEN INPUT RECN-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1010-RECN-LOOP.
            READ RECN-FILE INTO RECN-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1010-STAL.
            ADD 1 TO WS-RECN-CNT.
            MOVE SPACES       TO ITEM-RECORD.
            MOVE 'RECN'       TO ITEM-KIND.
            MOVE RECN-CCID    TO RKEY-CCID.
            MOVE RECN-ELEMENT TO RKEY-ELEMENT.
            MOVE RECN-TYPE    TO RKEY-TYPE.
            MOVE RECN-STATUS  TO RKEY-STATUS.
            MOVE RECN-CCID    TO RTXT-CCID.
            MOVE RECN-PKG-ID  TO RTXT-PKG-ID.
            MOVE RECN-ELEMENT TO RTXT-ELEMENT.
            MOVE RECN-TYPE    TO RTXT-TYPE.
            MOVE RECN-STATUS  TO RTXT-STATUS.
            MOVE RECN-CCID    TO APPR-CCID.
            PERFORM B1000-CCID-GROUP THRU
                    B1009-EXIT.
            PERFORM B1090-PUT-ITEM THRU
                    B1099-EXIT.
            GO TO A1010-RECN-LOOP.
       A1010-STAL.
            CLOSE RECN-FILE.
            OPEN INPUT STAL-FILE.
            MOVE '0' TO WS-EOF-SW.
       A1010-STAL-LOOP.
            READ STAL-FILE INTO STAL-RECORD
                  AT END MOVE '1' TO WS-EOF-SW
            END-READ.
            IF WS-AT-EOF
               GO TO A1010-SORT.
            ADD 1 TO WS-STAL-CNT.
            MOVE SPACES       TO ITEM-RECORD.
            MOVE 'SOUT'       TO ITEM-KIND.
            MOVE STAL-USER    TO SKEY-USER.
            MOVE STAL-ELEMENT TO SKEY-ELEMENT.
            MOVE STAL-TYPE    TO SKEY-TYPE.
            MOVE STAL-SYSTEM  TO SKEY-SYSTEM.
            MOVE STAL-SUBSYS  TO SKEY-SUBSYS.
            MOVE STAL-USER    TO STXT-USER.
            MOVE STAL-ELEMENT TO STXT-ELEMENT.
            MOVE STAL-TYPE    TO STXT-TYPE.
            MOVE STAL-SYSTEM  TO STXT-SYSTEM.
            MOVE STAL-SUBSYS  TO STXT-SUBSYS.
            MOVE STAL-DATE    TO STXT-DATE.
            PERFORM B1020-ROUTE-SIGNOUT THRU
                    B1029-EXIT.
            GO TO A1010-STAL-LOOP.
       A1010-SORT.
            CLOSE STAL-FILE.
            CLOSE ITEM-WORK.
            SORT ITEM-SORT-FILE
                ASCENDING KEY SRTI-GROUP SRTI-KIND SRTI-KEY
                WITH DUPLICATES IN ORDER
                USING ITEM-WORK
                GIVING ITEM-SORTED.
       A1019-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE PASS OF THE SORTED ITEMS, MATCHED AGAINST THE PRIOR
      *     NOTIFICATION HISTORY FOR THE CONSECUTIVE-RUN COUNT, WITH
      *     A MESSAGE STARTED AT EACH NEW GROUP AND FINISHED (WITH
      *     ITS ESCALATION) AT THE NEXT.  AN ITEM THE SAME AS THE
      *     ONE BEFORE IT IS THE SAME EXCEPTION AGAIN AND IS SKIPPED.
      *
       A1020-SEND-NOTICES.
            OPEN INPUT  ITEM-SORTED.
            OPEN INPUT  PRIOR-FILE.
            OPEN OUTPUT NHIST-FILE.
            OPEN OUTPUT NOTIFY-FILE.
            MOVE WS-DOMAIN TO NHELO-DOMAIN.
            WRITE NOTIFY-DATA FROM NOTE-HELO.
            MOVE SPACES TO WS-CUR-GROUP.
            MOVE SPACES TO WS-PREV-MATCH-KEY.
            PERFORM B1110-READ-PRIOR THRU
                    B1119-EXIT.
            MOVE HEADING-2 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       A1020-LOOP.
            READ ITEM-SORTED INTO ITEM-RECORD
                  AT END GO TO A1020-EOF.
            IF ITEM-MATCH-KEY = WS-PREV-MATCH-KEY
               GO TO A1020-LOOP.
            MOVE ITEM-MATCH-KEY TO WS-PREV-MATCH-KEY.
            ADD 1 TO WS-ITEM-CNT.
            PERFORM B1120-SET-RUNS THRU
                    B1129-EXIT.
            IF ITEM-GROUP NOT = WS-CUR-GROUP
               IF WS-CUR-GROUP NOT = SPACES
                  PERFORM B1200-END-GROUP THRU
                          B1209-EXIT
               END-IF
               PERFORM B1150-START-GROUP THRU
                       B1159-EXIT
            END-IF.
            PERFORM B1160-PUT-ITEM-LINE THRU
                    B1169-EXIT.
            GO TO A1020-LOOP.
       A1020-EOF.
            IF WS-CUR-GROUP NOT = SPACES
               PERFORM B1200-END-GROUP THRU
                       B1209-EXIT.
            WRITE NOTIFY-DATA FROM NOTE-QUIT.
            CLOSE ITEM-SORTED.
            CLOSE PRIOR-FILE.
            CLOSE NHIST-FILE.
            CLOSE NOTIFY-FILE.
       A1029-EXIT.
            EXIT.
            SKIP2
      *
      *     WITH NO USABLE CONTROL CARD NOTHING IS SENT, BUT THE
      *     PRIOR HISTORY IS COPIED FORWARD AS IT STANDS SO THE NEW
      *     GENERATION STILL CARRIES EVERY CONSECUTIVE-RUN COUNT.
      *
       A1025-CARRY-HISTORY.
            OPEN INPUT  PRIOR-FILE.
            OPEN OUTPUT NHIST-FILE.
       A1025-LOOP.
            READ PRIOR-FILE
                  AT END GO TO A1025-EOF.
            WRITE NHIST-DATA FROM PRIOR-DATA.
            GO TO A1025-LOOP.
       A1025-EOF.
            CLOSE PRIOR-FILE.
            CLOSE NHIST-FILE.
       A1025-EXIT.
            EXIT.
            SKIP2
       A1030-TERMINATION.
            MOVE 'COMPLIANCE EXCEPTIONS READ'   TO TOTL-LABEL.
            MOVE WS-CMPL-CNT                    TO TOTL-COUNT.
            MOVE '0'                            TO TOTL-CCONTROL.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ' '                            TO TOTL-CCONTROL.
            MOVE 'PACKAGE MISMATCHES READ'      TO TOTL-LABEL.
            MOVE WS-RECN-CNT                    TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'STALE SIGNOUTS READ'          TO TOTL-LABEL.
            MOVE WS-STAL-CNT                    TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'ITEMS ROUTED TO GROUPS'       TO TOTL-LABEL.
            MOVE WS-ITEM-CNT                    TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'GROUP MESSAGES WRITTEN'       TO TOTL-LABEL.
            MOVE WS-MSG-CNT                     TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'ESCALATION MESSAGES WRITTEN'  TO TOTL-LABEL.
            MOVE WS-ESC-MSG-CNT                 TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'ITEMS NOT ROUTED'             TO TOTL-LABEL.
            MOVE WS-UNROUTED-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'ESCALATIONS NOT SENT'         TO TOTL-LABEL.
            MOVE WS-ESC-HELD-CNT                TO TOTL-COUNT.
            MOVE TOTLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            CLOSE NOTE-REPORT.
            MOVE ZERO TO RETURN-CODE.
            IF WS-UNROUTED-CNT > ZERO OR WS-ESC-HELD-CNT > ZERO
               MOVE 4 TO RETURN-CODE.
            IF NOT WS-CARD-OK
               MOVE 8 TO RETURN-CODE.
       A1039-EXIT.
            EXIT.
            SKIP2
      *
      *     THE GROUP THAT APPROVES THE CCID IN APPR-CCID.  A CCID
      *     THE FILE DOES NOT CARRY, OR CARRIES WITH NO GROUP, GOES
      *     TO THE DEFAULT CONTACT.
      *
       B1000-CCID-GROUP.
            MOVE WS-DEFAULT-GROUP TO ITEM-GROUP.
            IF WS-APPR-CNT = ZERO
               GO TO B1009-EXIT.
            SET WS-APPR-IDX TO 1.
       B1000-LOOP.
            IF WS-APPR-IDX > WS-APPR-CNT
               GO TO B1009-EXIT.
            IF APPT-CCID (WS-APPR-IDX) = APPR-CCID
               IF APPT-GROUP (WS-APPR-IDX) NOT = SPACES
                  MOVE APPT-GROUP (WS-APPR-IDX) TO ITEM-GROUP
               END-IF
               GO TO B1009-EXIT.
            SET WS-APPR-IDX UP BY 1.
            GO TO B1000-LOOP.
       B1009-EXIT.
            EXIT.
            SKIP2
      *
      *     A STALE SIGNOUT GOES TO EVERY GROUP WHOSE CONTACT RECORD
      *     NAMES THE HOLDER'S DEPARTMENT.  A HOLDER THE REFERENCE
      *     FILE DOES NOT CARRY, OR WHOSE DEPARTMENT NO GROUP
      *     ANSWERS FOR, GOES TO THE DEFAULT CONTACT.
      *
       B1020-ROUTE-SIGNOUT.
            PERFORM B1010-USER-DEPT THRU
                    B1019-EXIT.
            MOVE ZERO TO WS-ROUTED-CNT.
            IF WS-UREF-DEPT = SPACES OR WS-GRPC-CNT = ZERO
               GO TO B1020-DEFAULT.
            SET WS-GRPC-IDX TO 1.
       B1020-LOOP.
            IF WS-GRPC-IDX > WS-GRPC-CNT
               GO TO B1020-DEFAULT.
            IF GRPT-DEPT (WS-GRPC-IDX) = WS-UREF-DEPT
               MOVE GRPT-GROUP (WS-GRPC-IDX) TO ITEM-GROUP
               PERFORM B1090-PUT-ITEM THRU
                       B1099-EXIT
               ADD 1 TO WS-ROUTED-CNT.
            SET WS-GRPC-IDX UP BY 1.
            GO TO B1020-LOOP.
       B1020-DEFAULT.
            IF WS-ROUTED-CNT = ZERO
               MOVE WS-DEFAULT-GROUP TO ITEM-GROUP
               PERFORM B1090-PUT-ITEM THRU
                       B1099-EXIT.
       B1029-EXIT.
            EXIT.
            SKIP2
       B1010-USER-DEPT.
            MOVE SPACES TO WS-UREF-DEPT.
            IF WS-UREF-CNT = ZERO
               GO TO B1019-EXIT.
            SET WS-UREF-IDX TO 1.
       B1010-LOOP.
            IF WS-UREF-IDX > WS-UREF-CNT
               GO TO B1019-EXIT.
            IF UREF-USERID (WS-UREF-IDX) = STAL-USER
               MOVE UREF-DEPT (WS-UREF-IDX) TO WS-UREF-DEPT
               GO TO B1019-EXIT.
            SET WS-UREF-IDX UP BY 1.
            GO TO B1010-LOOP.
       B1019-EXIT.
            EXIT.
            SKIP2
       B1090-PUT-ITEM.
            WRITE ITEM-WORK-DATA FROM ITEM-RECORD.
       B1099-EXIT.
            EXIT.
            SKIP2
       B1110-READ-PRIOR.
            READ PRIOR-FILE INTO NHST-RECORD
                  AT END MOVE HIGH-VALUES TO NHST-MATCH-KEY
            END-READ.
       B1119-EXIT.
            EXIT.
            SKIP2
      *
      *     CONSECUTIVE-RUN COUNT FOR THE ITEM IN HAND: ONE MORE THAN
      *     THE PRIOR HISTORY CARRIES FOR THE SAME GROUP, KIND AND
      *     KEY, OR ONE FOR AN ITEM NOT REPORTED LAST RUN.  A PRIOR
      *     ENTRY WRITTEN EARLIER THE SAME DAY IS A RERUN OF THAT
      *     RUN, AND ITS COUNT IS CARRIED FORWARD UNCHANGED.  PRIOR
      *     ENTRIES WITH NO ITEM THIS RUN ARE PASSED OVER, WHICH
      *     DROPS THEM FROM THE NEW HISTORY.
      *
       B1120-SET-RUNS.
            IF NHST-MATCH-KEY < ITEM-MATCH-KEY
               PERFORM B1110-READ-PRIOR THRU
                       B1119-EXIT
               GO TO B1120-SET-RUNS.
            MOVE 1 TO WS-ITEM-RUNS.
            IF NHST-MATCH-KEY = ITEM-MATCH-KEY
               IF NHST-LAST-RUN = WS-RUN-DATE
                  MOVE NHST-RUNS TO WS-ITEM-RUNS
               ELSE
                  IF NHST-RUNS < 999
                     COMPUTE WS-ITEM-RUNS = NHST-RUNS + 1
                  ELSE
                     MOVE 999 TO WS-ITEM-RUNS.
            MOVE ITEM-MATCH-KEY TO NHSO-MATCH-KEY.
            MOVE WS-ITEM-RUNS   TO NHSO-RUNS.
            MOVE WS-RUN-DATE    TO NHSO-LAST-RUN.
            WRITE NHIST-DATA FROM NHSO-RECORD.
       B1129-EXIT.
            EXIT.
            SKIP2
      *
      *     STARTS A GROUP: FINDS ITS CONTACT (OR THE DEFAULT
      *     CONTACT) AND WRITES THE MESSAGE ENVELOPE AND HEADERS.  A
      *     GROUP NEITHER CAN BE FOUND FOR IS NOT ROUTED AND ITS
      *     ITEMS ARE LISTED ON THE REPORT INSTEAD.
      *
       B1150-START-GROUP.
            MOVE ITEM-GROUP TO WS-CUR-GROUP.
            MOVE SPACES     TO WS-CUR-KIND.
            MOVE ZERO       TO WS-GRP-ITEM-CNT.
            MOVE ZERO       TO WS-GRP-ESC-CNT.
            MOVE ZERO       TO WS-ESC-CNT.
            MOVE '0'        TO WS-ESC-OVFL-SW.
            MOVE ITEM-GROUP TO WS-LOOK-GROUP.
            PERFORM B1030-FIND-CONTACT THRU
                    B1039-EXIT.
            IF WS-CONTACT-SLOT > ZERO
               MOVE '1' TO WS-ROUTE-SW
            ELSE
               MOVE WS-DEFAULT-GROUP TO WS-LOOK-GROUP
               PERFORM B1030-FIND-CONTACT THRU
                       B1039-EXIT
               IF WS-CONTACT-SLOT > ZERO
                  MOVE '2' TO WS-ROUTE-SW
               ELSE
                  MOVE '0' TO WS-ROUTE-SW.
            IF WS-GROUP-UNROUTED
               GO TO B1159-EXIT.
            SET WS-GRPC-IDX TO WS-CONTACT-SLOT.
            ADD 1 TO WS-MSG-CNT.
            MOVE 'MAIL FROM:'   TO WS-ADDR-VERB.
            MOVE 10             TO WS-ADDR-VLEN.
            MOVE WS-SENDER      TO WS-MBX.
            PERFORM B1300-PUT-ADDRESS THRU
                    B1309-EXIT.
            MOVE 'RCPT TO:'     TO WS-ADDR-VERB.
            MOVE 8              TO WS-ADDR-VLEN.
            MOVE GRPT-MAILBOX (WS-GRPC-IDX) TO WS-MBX.
            PERFORM B1300-PUT-ADDRESS THRU
                    B1309-EXIT.
            WRITE NOTIFY-DATA FROM NOTE-DATA.
            MOVE WS-SENDER TO NFROM-ADDR.
            WRITE NOTIFY-DATA FROM NOTE-FROM.
            MOVE GRPT-MAILBOX (WS-GRPC-IDX) TO NTO-ADDR.
            WRITE NOTIFY-DATA FROM NOTE-TO.
            MOVE WS-CUR-GROUP TO NSUBJ1-GROUP.
            MOVE WS-RUN-DATE  TO NSUBJ1-RUN-DATE.
            WRITE NOTIFY-DATA FROM NOTE-SUBJECT-1.
            MOVE SPACES TO WS-NOTE-LINE.
            WRITE NOTIFY-DATA FROM WS-NOTE-LINE.
            WRITE NOTIFY-DATA FROM NOTE-INTRO-1.
            WRITE NOTIFY-DATA FROM NOTE-INTRO-2.
            IF WS-GROUP-DEFAULTED
               MOVE WS-CUR-GROUP TO NDFLT-GROUP
               WRITE NOTIFY-DATA FROM NOTE-DEFAULTED.
       B1159-EXIT.
            EXIT.
            SKIP2
       B1030-FIND-CONTACT.
            MOVE ZERO TO WS-CONTACT-SLOT.
            IF WS-GRPC-CNT = ZERO
               GO TO B1039-EXIT.
            SET WS-GRPC-IDX TO 1.
       B1030-LOOP.
            IF WS-GRPC-IDX > WS-GRPC-CNT
               GO TO B1039-EXIT.
            IF GRPT-GROUP (WS-GRPC-IDX) = WS-LOOK-GROUP
               SET WS-CONTACT-SLOT TO WS-GRPC-IDX
               GO TO B1039-EXIT.
            SET WS-GRPC-IDX UP BY 1.
            GO TO B1030-LOOP.
       B1039-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE ITEM LINE.  A NEW KIND OPENS ITS SECTION FIRST.  AN
      *     ITEM AT OR PAST THE ESCALATION THRESHOLD IS MARKED WITH
      *     ITS RUN COUNT AND HELD FOR THE ESCALATION MESSAGE.
      *
       B1160-PUT-ITEM-LINE.
            ADD 1 TO WS-GRP-ITEM-CNT.
            MOVE SPACES    TO NOTE-BODY.
            MOVE ITEM-TEXT TO NBODY-TEXT.
            IF WS-ITEM-RUNS NOT < WS-ESCALATE-AT
               ADD 1 TO WS-GRP-ESC-CNT
               MOVE '*'      TO NBODY-FLAG
               MOVE '('      TO NBODY-RUNS-OPEN
               MOVE WS-ITEM-RUNS TO NBODY-RUNS
               MOVE ' RUNS)' TO NBODY-RUNS-LIT.
            IF WS-GROUP-UNROUTED
               ADD 1 TO WS-UNROUTED-CNT
               MOVE ITEM-KIND TO DET2-KIND
               MOVE ITEM-TEXT TO DET2-TEXT
               MOVE DETAIL-2  TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT
               GO TO B1169-EXIT.
            IF ITEM-KIND NOT = WS-CUR-KIND
               MOVE ITEM-KIND TO WS-CUR-KIND
               PERFORM B1170-SECTION-HEAD THRU
                       B1179-EXIT.
            WRITE NOTIFY-DATA FROM NOTE-BODY.
            IF NBODY-FLAG NOT = '*'
               GO TO B1169-EXIT.
            IF WS-ESC-CNT < 200
               ADD 1 TO WS-ESC-CNT
               SET WS-ESC-IDX TO WS-ESC-CNT
               MOVE ITEM-KIND TO ESC-KIND (WS-ESC-IDX)
               MOVE NOTE-BODY TO ESC-LINE (WS-ESC-IDX)
            ELSE
               IF NOT WS-ESC-OVFL
                  MOVE '1' TO WS-ESC-OVFL-SW
                  DISPLAY 'CCIDNOTE - ESCALATION TABLE FULL AT 200 '
                          'FOR GROUP ' WS-CUR-GROUP
               END-IF.
       B1169-EXIT.
            EXIT.
            SKIP2
      *
      *     SECTION TITLE AND COLUMN HEADINGS FOR THE KIND IN
      *     WS-CUR-KIND.
      *
       B1170-SECTION-HEAD.
            MOVE SPACES TO WS-NOTE-LINE.
            WRITE NOTIFY-DATA FROM WS-NOTE-LINE.
            IF WS-CUR-KIND = 'CMPL'
               WRITE NOTIFY-DATA FROM NOTE-SECT-CMPL
               WRITE NOTIFY-DATA FROM NOTE-COLS-CMPL
               GO TO B1179-EXIT.
            IF WS-CUR-KIND = 'RECN'
               WRITE NOTIFY-DATA FROM NOTE-SECT-RECN
               WRITE NOTIFY-DATA FROM NOTE-COLS-RECN
               GO TO B1179-EXIT.
            IF WS-CUR-KIND = 'SODX'
               WRITE NOTIFY-DATA FROM NOTE-SECT-SODX
               WRITE NOTIFY-DATA FROM NOTE-COLS-SODX
               GO TO B1179-EXIT.
            WRITE NOTIFY-DATA FROM NOTE-SECT-SOUT.
            WRITE NOTIFY-DATA FROM NOTE-COLS-SOUT.
       B1179-EXIT.
            EXIT.
            SKIP2
      *
      *     FINISHES A GROUP: ENDS ITS MESSAGE, SENDS THE HELD
      *     REPEATED ITEMS TO THE ESCALATION MAILBOX, AND PRINTS THE
      *     GROUP'S LINE ON THE REPORT.
      *
       B1200-END-GROUP.
            MOVE WS-CUR-GROUP    TO DET1-GROUP.
            MOVE WS-GRP-ITEM-CNT TO DET1-ITEMS.
            MOVE WS-GRP-ESC-CNT  TO DET1-REPEATED.
            IF WS-GROUP-UNROUTED
               MOVE '** NO CONTACT **' TO DET1-MAILBOX
               MOVE 'NOT ROUTED - NO *DEFAULT CONTACT' TO DET1-DISP
               GO TO B1200-PRINT.
            SET WS-GRPC-IDX TO WS-CONTACT-SLOT.
            MOVE GRPT-MAILBOX (WS-GRPC-IDX) TO DET1-MAILBOX.
            WRITE NOTIFY-DATA FROM NOTE-END.
            IF WS-GROUP-DEFAULTED
               MOVE 'SENT TO *DEFAULT CONTACT' TO DET1-DISP
            ELSE
               MOVE 'SENT' TO DET1-DISP.
            IF WS-GRP-ESC-CNT = ZERO
               GO TO B1200-PRINT.
            IF GRPT-ESCALATE (WS-GRPC-IDX) = SPACES
               ADD 1 TO WS-ESC-HELD-CNT
               MOVE 'SENT - NO ESCALATION MAILBOX' TO DET1-DISP
               GO TO B1200-PRINT.
            PERFORM B1210-ESCALATE THRU
                    B1219-EXIT.
            IF WS-GROUP-DEFAULTED
               MOVE 'SENT TO *DEFAULT CONTACT AND ESCALATED'
                    TO DET1-DISP
            ELSE
               MOVE 'SENT AND ESCALATED' TO DET1-DISP.
       B1200-PRINT.
            MOVE DETAIL-1 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1209-EXIT.
            EXIT.
            SKIP2
      *
      *     THE ESCALATION MESSAGE: THE GROUP'S REPEATED ITEMS, IN
      *     THE SAME SECTIONS AS THE GROUP'S OWN MESSAGE.
      *
       B1210-ESCALATE.
            ADD 1 TO WS-ESC-MSG-CNT.
            MOVE 'MAIL FROM:'   TO WS-ADDR-VERB.
            MOVE 10             TO WS-ADDR-VLEN.
            MOVE WS-SENDER      TO WS-MBX.
            PERFORM B1300-PUT-ADDRESS THRU
                    B1309-EXIT.
            MOVE 'RCPT TO:'     TO WS-ADDR-VERB.
            MOVE 8              TO WS-ADDR-VLEN.
            MOVE GRPT-ESCALATE (WS-GRPC-IDX) TO WS-MBX.
            PERFORM B1300-PUT-ADDRESS THRU
                    B1309-EXIT.
            WRITE NOTIFY-DATA FROM NOTE-DATA.
            MOVE WS-SENDER TO NFROM-ADDR.
            WRITE NOTIFY-DATA FROM NOTE-FROM.
            MOVE GRPT-ESCALATE (WS-GRPC-IDX) TO NTO-ADDR.
            WRITE NOTIFY-DATA FROM NOTE-TO.
            MOVE WS-CUR-GROUP TO NSUBJ2-GROUP.
            MOVE WS-RUN-DATE  TO NSUBJ2-RUN-DATE.
            WRITE NOTIFY-DATA FROM NOTE-SUBJECT-2.
            MOVE SPACES TO WS-NOTE-LINE.
            WRITE NOTIFY-DATA FROM WS-NOTE-LINE.
            MOVE WS-CUR-GROUP TO NINTR3-GROUP.
            WRITE NOTIFY-DATA FROM NOTE-INTRO-3.
            MOVE GRPT-MAILBOX (WS-GRPC-IDX) TO NINTR4-MAILBOX.
            WRITE NOTIFY-DATA FROM NOTE-INTRO-4.
            MOVE SPACES TO WS-CUR-KIND.
            SET WS-ESC-IDX TO 1.
       B1210-LOOP.
            IF WS-ESC-IDX > WS-ESC-CNT
               GO TO B1210-DONE.
            IF ESC-KIND (WS-ESC-IDX) NOT = WS-CUR-KIND
               MOVE ESC-KIND (WS-ESC-IDX) TO WS-CUR-KIND
               PERFORM B1170-SECTION-HEAD THRU
                       B1179-EXIT.
            WRITE NOTIFY-DATA FROM ESC-LINE (WS-ESC-IDX).
            SET WS-ESC-IDX UP BY 1.
            GO TO B1210-LOOP.
       B1210-DONE.
            WRITE NOTIFY-DATA FROM NOTE-END.
       B1219-EXIT.
            EXIT.
            SKIP2
      *
      *     WRITES A 'MAIL FROM:' OR 'RCPT TO:' LINE FOR THE MAILBOX
      *     IN WS-MBX, BETWEEN ANGLE BRACKETS.
      *
       B1300-PUT-ADDRESS.
            MOVE SPACES TO WS-NOTE-LINE.
            MOVE WS-ADDR-VERB (1:WS-ADDR-VLEN)
                 TO WS-NOTE-LINE (1:WS-ADDR-VLEN).
            COMPUTE WS-LINE-POS = WS-ADDR-VLEN + 1.
            MOVE '<' TO WS-NOTE-LINE (WS-LINE-POS:1).
            ADD 1 TO WS-LINE-POS.
            MOVE 24 TO WS-MBX-LEN.
       B1300-LOOP.
            IF WS-MBX (WS-MBX-LEN:1) NOT = SPACE
               GO TO B1300-PUT.
            IF WS-MBX-LEN = 1
               GO TO B1300-PUT.
            SUBTRACT 1 FROM WS-MBX-LEN.
            GO TO B1300-LOOP.
       B1300-PUT.
            MOVE WS-MBX (1:WS-MBX-LEN)
                 TO WS-NOTE-LINE (WS-LINE-POS:WS-MBX-LEN).
            ADD WS-MBX-LEN TO WS-LINE-POS.
            MOVE '>' TO WS-NOTE-LINE (WS-LINE-POS:1).
            WRITE NOTIFY-DATA FROM WS-NOTE-LINE.
       B1309-EXIT.
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
