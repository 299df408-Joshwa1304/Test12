       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCIDMRGE.
      *REMARKS.  PUTS THE OUTPUTS OF THE PARALLEL CCIDRPT1 STREAMS
      *          BACK TOGETHER AFTER THE DECK HAS BEEN DEALT OUT BY
      *          CCIDSPLT.  THE JCL CONCATENATES EACH STREAM'S
      *          HISTWRK, EXCPCRD, CCIDEXTR, CMPLCRD AND DUPWRK (AND
      *          CCIDINTF AS INTFIN) UNDER ONE DD APIECE, AND THIS
      *          STEP PRODUCES THE SINGLE CCID SUMMARY, EXCEPTION
      *          LISTING, INVENTORY DIFF AGAINST CCIDPRIR, DUPLICATE
      *          ELEMENT REPORT AND CCIDINTF FEED THE DOWNSTREAM USERS
      *          WOULD HAVE HAD FROM ONE RUN.  THE MERGED CCIDHIST IS
      *          WRITTEN HERE TOO, READY TO BE CARRIED FORWARD AS THE
      *          NEXT RUN'S CCIDPRIR.
      *
      *          THE CCID SUMMARY AND THE FEED ARE REBUILT FROM THE
      *          EXTRACT, WHICH HOLDS ONE RECORD PER DETAIL LINE, SO
      *          THE COUNTS MATCH WHAT ONE RUN WOULD HAVE COUNTED.
      *          THE PACKAGE ID, STATUS AND WINDOW ON EACH FEED RECORD
      *          ARE TAKEN FROM THE STREAM FEED THAT CARRIED THE CCID.
      *          THE SEGREGATION OF DUTIES FLAG IS WORKED OUT AGAIN
      *          ACROSS ALL THE STREAMS, SINCE A CCID WHOSE LEVELS ALL
      *          CAME FROM ONE USERID IN EACH STREAM MAY STILL HAVE
      *          HAD TWO AUTHORS BETWEEN THEM.  THE COMPLIANCE FEED IS
      *          WRITTEN BACK OUT MERGED (CMPLMRGD) FOR THE NOTICE AND
      *          DOSSIER STEPS, WITH THE SAME CORRECTION: A STREAM'S
      *          ONE-USERID RECORD IS DROPPED WHEN THE MERGED EXTRACT
      *          SHOWS MORE THAN ONE AUTHOR, AND KEPT ONCE OTHERWISE.
      *          THE STREAMS RUN WITH PARM STRM AND LEAVE THE RUN'S
      *          CARRIED FILES ALONE, SO THIS STEP DOES FOR THE WHOLE
      *          RUN WHAT ONE CCIDRPT1 WOULD HAVE DONE: CHECKS
      *          CCIDPRIR, CCIDGENI AND STATHIST AGAINST THE RUN
      *          CONTROL RECORD ON CCIDMSTR, ROLLS CCIDGENO AND PRINTS
      *          THE CHURN REPORT, ADDS ONE STATHIST RECORD FOR THE
      *          RUN FROM THE STREAMS' OPERATIONS LOGS AND PRINTS THE
      *          TREND, BRINGS THE ELEMENT MASTER UP TO DATE FROM THE
      *          MERGED INVENTORY, APPENDS THE STREAMS' CARD TIMINGS
      *          (CARDTSTM) TO CARDTIME, AND LAST OF ALL RECORDS THE
      *          RUN IN THE CONTROL RECORD.  PARM CONV STARTS THE RUN
      *          CHAIN FROM LEGACY FILES, AS IN CCIDRPT1.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-OS390.
       OBJECT-COMPUTER. IBM-OS390.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-REPORT ASSIGN TO UR-S-CCIDMRGE
              ACCESS IS SEQUENTIAL.
           SELECT EXCP-FILE ASSIGN TO UR-S-EXCPCRD
              ACCESS IS SEQUENTIAL.
           SELECT EXTR-FILE ASSIGN TO UR-S-CCIDEXTR
              ACCESS IS SEQUENTIAL.
           SELECT EXTS-FILE ASSIGN TO UR-S-EXTRSRT
              ACCESS IS SEQUENTIAL.
           SELECT CMPL-FILE ASSIGN TO UR-S-CMPLCRD
              ACCESS IS SEQUENTIAL.
           SELECT CMPLOUT-FILE ASSIGN TO UR-S-CMPLMRGD
              ACCESS IS SEQUENTIAL.
           SELECT INTFIN-FILE ASSIGN TO UR-S-INTFIN
              ACCESS IS SEQUENTIAL.
           SELECT INTF-FILE ASSIGN TO UR-S-CCIDINTF
              ACCESS IS SEQUENTIAL.
           SELECT HIST-WORK-FILE ASSIGN TO UR-S-HISTWRK
              ACCESS IS SEQUENTIAL.
           SELECT HIST-SORTED ASSIGN TO UR-S-HISTSRT
              ACCESS IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO UR-S-CCIDHIST
              ACCESS IS SEQUENTIAL.
           SELECT PRIOR-FILE ASSIGN TO UR-S-CCIDPRIR
              ACCESS IS SEQUENTIAL.
           SELECT DUPW-FILE ASSIGN TO UR-S-DUPWRK
              ACCESS IS SEQUENTIAL.
           SELECT DUPS-FILE ASSIGN TO UR-S-DUPSRT
              ACCESS IS SEQUENTIAL.
           SELECT GENIN-FILE ASSIGN TO UR-S-CCIDGENI
              ACCESS IS SEQUENTIAL.
           SELECT GENOUT-FILE ASSIGN TO UR-S-CCIDGENO
              ACCESS IS SEQUENTIAL.
           SELECT CHURN-WORK ASSIGN TO UR-S-CHRNWRK
              ACCESS IS SEQUENTIAL.
           SELECT CHURN-SORTED ASSIGN TO UR-S-CHRNSRT
              ACCESS IS SEQUENTIAL.
           SELECT STATHIST-FILE ASSIGN TO UR-S-STATHIST
              ACCESS IS SEQUENTIAL.
           SELECT STATOUT-FILE ASSIGN TO UR-S-STATHSTO
              ACCESS IS SEQUENTIAL.
           SELECT OPSLOG-FILE ASSIGN TO UR-S-OPSLOG
              ACCESS IS SEQUENTIAL.
           SELECT CARDTSTM-FILE ASSIGN TO UR-S-CARDTSTM
              ACCESS IS SEQUENTIAL.
           SELECT CARDTIME-FILE ASSIGN TO UR-S-CARDTIME
              ACCESS IS SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO CCIDMSTR
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS MSTR-KEY.
           SELECT HIST-SORT-FILE ASSIGN TO UR-S-HSRTFILE.
           SELECT EXT-SORT-FILE ASSIGN TO UR-S-ESRTFILE.
           SELECT DUP-SORT-FILE ASSIGN TO UR-S-DSRTFILE.
           SELECT CHURN-SORT-FILE ASSIGN TO UR-S-HCRNFILE.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  OUTPUT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  REPORTLINE                    PIC X(132).
      *
       FD  EXCP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  EXCP-DATA                     PIC X(50).
      *
       FD  EXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  EXTR-DATA                     PIC X(131).
      *
      *     THE STREAMS' EXTRACT RECORDS IN CCID/SYSTEM/SUBSYSTEM
      *     SEQUENCE, FOR THE CCID SUMMARY AND THE FEED.
      *
       FD  EXTS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  EXTS-DATA                     PIC X(131).
      *
       FD  CMPL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CMPL-DATA                     PIC X(69).
      *
      *     THE MERGED COMPLIANCE FEED, FOR CCIDNOTE AND CCIDDOSR.
      *
       FD  CMPLOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CMPLOUT-DATA                  PIC X(69).
      *
      *     THE STREAMS' OWN INTERFACE FEEDS, CONCATENATED.  ONLY
      *     THE PACKAGE FIELDS AND THE HEADER RUN DATE AND START
      *     TIME ARE TAKEN FROM THEM.
      *
       FD  INTFIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  INTFIN-DATA                   PIC X(61).
      *
       FD  INTF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  INTF-DATA                     PIC X(61).
      *
       FD  HIST-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  HIST-WORK-DATA                PIC X(55).
      *
      *     THE MERGED INVENTORY SORTED, THEN COPIED TO CCIDHIST
      *     BETWEEN A HEADER AND A TRAILER LAID OUT AS CCIDRPT1'S, SO
      *     THE NEXT RUN CAN PROVE ITS CCIDPRIR IS COMPLETE.
      *
       FD  HIST-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  HIST-SORTED-DATA              PIC X(55).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  HISTORY-DATA                  PIC X(55).
      *
       FD  PRIOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PRIOR-DATA                    PIC X(55).
      *
       FD  DUPW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DUPW-DATA                     PIC X(53).
      *
       FD  DUPS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DUPS-DATA                     PIC X(53).
      *
      *
      *     ROLLING MULTI-GENERATION INVENTORY, LAID OUT AS
      *     CCIDRPT1'S.  THE MERGE KEEPS THE NEWEST NINE RUN DATES
      *     FROM CCIDGENI, APPENDS THE MERGED INVENTORY AND WRITES
      *     THE LOT BACK OUT (CCIDGENO) FOR THE NEXT RUN, AND THE
      *     RETAINED GENERATIONS FEED THE ELEMENT CHURN REPORT.
      *
       FD  GENIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  GENIN-DATA                    PIC X(35).
      *
       FD  GENOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  GENOUT-DATA                   PIC X(35).
      *
       FD  CHURN-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CHURN-WORK-DATA               PIC X(35).
      *
       FD  CHURN-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CHURN-SORTED-DATA             PIC X(35).
      *
       SD  CHURN-SORT-FILE
           DATA RECORD IS CHURN-SORT-RECORD.
       01  CHURN-SORT-RECORD.
           05  CHS-ELEMENT      PIC X(10).
           05  CHS-TYPE         PIC X(8).
           05  CHS-RUN-DATE     PIC X(5).
           05  CHS-CCID         PIC X(12).
      *
      *     RUN-STATISTICS HISTORY, LAID OUT AS CCIDRPT1'S.  THE
      *     CARRIED-IN HISTORY (STATHIST) IS COPIED FORWARD WITH ONE
      *     RECORD ADDED FOR THE WHOLE PARALLEL RUN (STATHSTO), AND
      *     THE TREND REPORT READS THE NEW COPY BACK.
      *
       FD  STATHIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  STATHIST-DATA                 PIC X(65).
      *
       FD  STATOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  STATOUT-DATA                  PIC X(65).
      *
      *     THE STREAMS' OPERATIONS LOGS, CONCATENATED.  ONLY THE
      *     RUN-STRT AND RUN-END RECORDS ARE READ, FOR THE RUN'S
      *     STATISTICS HISTORY RECORD.
      *
       FD  OPSLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  OPSLOG-DATA                   PIC X(146).
      *
      *     THE STREAMS' CARD TIMINGS (CARDTSTM, CONCATENATED) ARE
      *     APPENDED HERE TO THE PERMANENT CARD TIMING HISTORY
      *     (CARDTIME) THAT CCIDSPLT BALANCES THE STREAMS FROM.
      *
       FD  CARDTSTM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CARDTSTM-DATA                 PIC X(101).
      *
       FD  CARDTIME-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CARDTIME-DATA                 PIC X(101).
      *
      *     ELEMENT MASTER, UPDATED FROM THE MERGED INVENTORY.  THE
      *     RECORD KEYED ON LOW-VALUES IS THE RUN CONTROL RECORD: THE
      *     DATE AND SEQUENCE OF THE LAST RUN TO COMPLETE, WHICH THE
      *     GENERATION CHECK CHAINS THE CARRIED-IN FILES TO.
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
       SD  HIST-SORT-FILE
           DATA RECORD IS HIST-SORT-RECORD.
       01  HIST-SORT-RECORD.
           05  HSRT-KEY.
               10  HSRT-CCID    PIC X(12).
               10  HSRT-ELEMENT PIC X(10).
               10  HSRT-TYPE    PIC X(8).
           05  HSRT-ENVIRON     PIC X(8).
           05  HSRT-SID         PIC X.
           05  HSRT-SYSTEM      PIC X(8).
           05  HSRT-SUBSYS      PIC X(8).
      *
       SD  EXT-SORT-FILE
           DATA RECORD IS EXT-SORT-RECORD.
       01  EXT-SORT-RECORD.
           05  EXS-CCID         PIC X(12).
           05  FILLER           PIC X(32).
           05  EXS-SYSTEM       PIC X(8).
           05  FILLER           PIC X.
           05  EXS-SUBSYS       PIC X(8).
           05  FILLER           PIC X(70).
      *
       SD  DUP-SORT-FILE
           DATA RECORD IS DUP-SORT-RECORD.
       01  DUP-SORT-RECORD.
           05  DUS-ELEMENT      PIC X(10).
           05  DUS-TYPE         PIC X(8).
           05  DUS-SYSTEM       PIC X(8).
           05  DUS-SUBSYS       PIC X(8).
           05  DUS-VV           PIC X(2).
           05  DUS-LL           PIC X(2).
           05  DUS-USER         PIC X(8).
           05  DUS-DATE         PIC X(7).
      *
       WORKING-STORAGE SECTION.
       77  WS-LINECNT                    PIC S9(3) COMP-3 VALUE +60.
       77  WS-PAGECNT                    PIC S9(3) COMP-3 VALUE ZERO.
       77  WS-PRT-CCONTROL               PIC 9 VALUE ZERO.
       77  WS-EXCP-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-DISAPPEARED-CNT            PIC 9(5) COMP-3  VALUE ZERO.
       77  WS-HIST-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-GRAND-TOTAL                PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-CCID-CNT                   PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-SOD-CCID-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-CMPL-OUT-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-CMPL-DROP-CNT              PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-INTFIN-HDR-CNT             PIC 9(4) COMP-3  VALUE ZERO.
       77  WS-CARDTIME-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-MSTR-ADD-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       77  WS-OPSL-STRT-CNT              PIC 9(4) COMP-3  VALUE ZERO.
       77  WS-OPSL-END-CNT               PIC 9(4) COMP-3  VALUE ZERO.
       77  WS-RETURN-CODE                PIC 9(4)         VALUE ZERO.
           SKIP1
       01  WS-RUN-DATE                   PIC 9(5)         VALUE ZERO.
      *
      *     PARM CONV ASKS FOR A CONVERSION RUN, AS IN CCIDRPT1.
      *
       01  WS-CONV-SW                    PIC X            VALUE '0'.
           88  WS-CONV-REQUESTED VALUE '1'.
       01  MASTER-FILE-STATUS            PIC 9            VALUE ZERO.
           88  MASTER-CLOSE     VALUE ZERO.
           88  MASTER-OPEN      VALUE 1.
       01  WS-TIME-NOW                   PIC 9(8)         VALUE ZERO.
       01  WS-TIME-NOW-R REDEFINES WS-TIME-NOW.
           05  WS-TN-HH         PIC 99.
           05  WS-TN-MM         PIC 99.
           05  WS-TN-SS         PIC 99.
           05  WS-TN-HS         PIC 99.
       01  WS-NOW-DISP.
           05  WS-ND-HH         PIC 99.
           05  FILLER           PIC X    VALUE ':'.
           05  WS-ND-MM         PIC 99.
           05  FILLER           PIC X    VALUE ':'.
           05  WS-ND-SS         PIC 99.
           SKIP1
       01  HIST-EOF-SW                   PIC X            VALUE '0'.
           88  HIST-AT-EOF       VALUE '1'.
       01  PRIOR-EOF-SW                  PIC X            VALUE '0'.
           88  PRIOR-AT-EOF      VALUE '1'.
       01  WS-EXCP-EOF-SW                PIC X            VALUE '0'.
           88  WS-EXCP-AT-EOF    VALUE '1'.
       01  WS-EXTS-EOF-SW                PIC X            VALUE '0'.
           88  WS-EXTS-AT-EOF    VALUE '1'.
       01  WS-INTFIN-EOF-SW              PIC X            VALUE '0'.
           88  WS-INTFIN-AT-EOF  VALUE '1'.
           SKIP1
      *
      *     CCID GROUP IN HAND DURING THE SUMMARY PASS OF THE
      *     SORTED EXTRACT.
      *
       01  WS-CCID-GROUP-SW              PIC X            VALUE '0'.
           88  WS-CCID-GROUP-ACTIVE VALUE '1'.
       01  WS-CUR-CCID                   PIC X(12)        VALUE SPACES.
       01  WS-CUR-SYSTEM                 PIC X(8)         VALUE SPACES.
       01  WS-CUR-SUBSYS                 PIC X(8)         VALUE SPACES.
       01  WS-CUR-ELEM-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-CUR-SS-CNT                 PIC 9(4) COMP-3  VALUE ZERO.
       01  WS-CUR-FIRST-USER             PIC X(8)         VALUE SPACES.
       01  WS-CUR-MULTI-USER-SW          PIC X            VALUE '0'.
           88  WS-CUR-MULTI-USER VALUE '1'.
           SKIP1
      *
      *     PACKAGE DETAILS PER CCID, FROM THE STREAM FEEDS.
      *
       01  WS-PKG-OVFL-SW                PIC X            VALUE '0'.
           88  WS-PKG-OVFL       VALUE '1'.
       01  WS-PKG-CNT                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-PKG-TABLE.
           05  WS-PKG-ENTRY OCCURS 300 TIMES
                       INDEXED BY WS-PKG-IDX.
               10  PKG-CCID         PIC X(12).
               10  PKG-ID           PIC X(12).
               10  PKG-STATUS       PIC X(10).
               10  PKG-WINDOW-FROM  PIC X(7).
               10  PKG-WINDOW-TO    PIC X(7).
           SKIP1
      *
      *     DISTINCT CCIDS THAT DREW A COMPLIANCE EXCEPTION IN ANY
      *     STREAM, FOR THE FLAG ON THE FEED RECORD.  THE
      *     SEGREGATION OF DUTIES EXCEPTIONS IN THE SAME FEED ARE
      *     KEPT APART, WITH THE KIND OF EXCEPTION EACH CCID DREW,
      *     WHETHER THE MERGED EXTRACT SHOWS IT WITH MORE THAN ONE
      *     AUTHOR, AND WHETHER ITS ONE-USERID RECORD HAS GONE TO THE
      *     MERGED COMPLIANCE FEED YET.
      *
       01  WS-CEX-OVFL-SW                PIC X            VALUE '0'.
           88  WS-CEX-OVFL       VALUE '1'.
       01  WS-CEX-EOF-SW                 PIC X            VALUE '0'.
           88  WS-CEX-AT-EOF     VALUE '1'.
       01  WS-CEX-CNT                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-CEX-TABLE.
           05  WS-CEX-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-CEX-IDX.
               10  CEX-CCID     PIC X(12).
       01  WS-SEX-OVFL-SW                PIC X            VALUE '0'.
           88  WS-SEX-OVFL       VALUE '1'.
       01  WS-SEX-CNT                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-SEX-TABLE.
           05  WS-SEX-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-SEX-IDX.
               10  SEX-CCID     PIC X(12).
               10  SEX-SODAUTH  PIC X.
               10  SEX-ONEUSER  PIC X.
               10  SEX-MULTI-USER PIC X.
               10  SEX-ONEUSER-PUT PIC X.
           SKIP1
       01  EXCP-RECORD.
           05  EXCR-ENVIRON     PIC X(8).
           05  EXCR-SYSTEM      PIC X(8).
           05  EXCR-SUBSYS      PIC X(8).
           05  EXCR-ELEMENT     PIC X(10).
           05  EXCR-TYPE        PIC X(8).
           05  EXCR-RTNCODE     PIC 9(4).
           05  EXCR-REASON      PIC 9(4).
           SKIP1
       01  EXTR-RECORD.
           05  EXTR-CCID        PIC X(12).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-ELEMENT     PIC X(10).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-TYPE        PIC X(8).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-ENVIRON     PIC X(8).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-SID         PIC X(1).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-SYSTEM      PIC X(8).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-SUBSYS      PIC X(8).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-USER        PIC X(8).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-DATE        PIC X(7).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-TIME        PIC X(5).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-VV          PIC X(2).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-LL          PIC X(2).
           05  FILLER           PIC X      VALUE ','.
           05  EXTR-COMMENT     PIC X(40).
           SKIP1
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
       01  PRIOR-RECORD.
           05  PRIOR-KEY.
               10  PRIOR-CCID    PIC X(12).
               10  PRIOR-ELEMENT PIC X(10).
               10  PRIOR-TYPE    PIC X(8).
           05  PRIOR-ENVIRON     PIC X(8).
           05  PRIOR-SID         PIC X.
           05  PRIOR-SYSTEM      PIC X(8).
           05  PRIOR-SUBSYS      PIC X(8).
       01  PRIOR-CTL-RECORD REDEFINES PRIOR-RECORD.
           05  PCTL-MARK        PIC X(30).
               88  PCTL-HEADER   VALUE LOW-VALUES.
               88  PCTL-TRAILER  VALUE HIGH-VALUES.
           05  PCTL-RUN-DATE    PIC 9(5).
           05  PCTL-RUN-SEQ     PIC 9(6).
           05  PCTL-REC-COUNT   PIC 9(9).
           05  FILLER           PIC X(5).
       01  WS-HSRT-EOF-SW                PIC X            VALUE '0'.
           88  WS-HSRT-AT-EOF    VALUE '1'.
           SKIP1
      *
      *     CARRIED-IN GENERATION CHECK, AS IN CCIDRPT1.  THE
      *     STREAMS MAKE NO CHECK, SO THE MERGE CHECKS CCIDPRIR,
      *     CCIDGENI AND STATHIST FOR THE WHOLE RUN AGAINST THE RUN
      *     CONTROL RECORD ON CCIDMSTR, UNDER THE SAME SAME-DAY RERUN
      *     AND CONVERSION RULES.  ANY FAILURE SKIPS THE MERGED
      *     INVENTORY DIFF AND THE CHURN REPORT.
      *
       01  WS-RUN-SEQ                    PIC 9(6)         VALUE ZERO.
       01  WS-PREV-RUN-SEQ               PIC 9(6)         VALUE ZERO.
       01  WS-PREV-RUN-DATE              PIC 9(5)         VALUE ZERO.
       01  WS-GC-ANY-SEQ                 PIC 9(6)         VALUE ZERO.
       01  WS-GENCHK-FAIL-SW             PIC X            VALUE '0'.
           88  WS-GENCHK-FAILED  VALUE '1'.
       01  WS-CTL-FOUND-SW               PIC X            VALUE '0'.
           88  WS-CTL-FOUND      VALUE '1'.
       01  WS-CTL-RERUN-SW               PIC X            VALUE '0'.
           88  WS-CTL-RERUN      VALUE '1'.
       01  WS-CONV-RUN-SW                PIC X            VALUE '0'.
           88  WS-CONV-RUN       VALUE '1'.
       01  WS-CTL-RUN-DATE               PIC 9(5)         VALUE ZERO.
       01  WS-CTL-RUN-SEQ                PIC 9(6)         VALUE ZERO.
       01  WS-GC-EOF-SW                  PIC X            VALUE '0'.
           88  WS-GC-AT-EOF      VALUE '1'.
       01  WS-GC-MARK                    PIC X            VALUE SPACE.
           88  WS-GC-HEADER      VALUE 'H'.
           88  WS-GC-TRAILER     VALUE 'T'.
       01  WS-GC-DATE                    PIC 9(5)         VALUE ZERO.
       01  WS-GC-SEQ                     PIC 9(6)         VALUE ZERO.
       01  WS-GC-COUNT                   PIC 9(9)         VALUE ZERO.
       01  WS-GC-EDIT-CNT                PIC ZZZZZZZZ9.
       01  WS-GCHK-TABLE.
           05  WS-GCHK-ENTRY OCCURS 3 TIMES
                       INDEXED BY WS-GCHK-IDX.
               10  GCHK-DDNAME  PIC X(8).
               10  GCHK-REC-CNT PIC 9(9) COMP-3.
               10  GCHK-DTL-CNT PIC 9(9) COMP-3.
               10  GCHK-HDR-SW  PIC X.
                   88  GCHK-HAS-HDR  VALUE '1'.
               10  GCHK-TRL-SW  PIC X.
                   88  GCHK-HAS-TRL  VALUE '1'.
               10  GCHK-RUN-DATE PIC 9(5).
               10  GCHK-RUN-SEQ PIC 9(6).
               10  GCHK-TRL-DATE PIC 9(5).
               10  GCHK-TRL-SEQ PIC 9(6).
               10  GCHK-TRL-CNT PIC 9(9).
               10  GCHK-REASON  PIC X(42).
           SKIP1
      *
      *     WORK AREAS FOR THE MULTI-GENERATION CHURN REPORT.  THE
      *     DATE TABLE HOLDS THE DISTINCT RUN DATES FOUND ON THE
      *     CARRIED-IN GENERATIONS, KEPT IN DESCENDING ORDER SO THE
      *     NINTH ENTRY IS THE OLDEST DATE STILL RETAINED.  THE
      *     GROUP-PASS FIELDS ACCUMULATE, PER ELEMENT/TYPE, THE
      *     NUMBER OF RETAINED RUNS THE ELEMENT APPEARED IN AND THE
      *     DISTINCT CCIDS IT MOVED UNDER.  AN ELEMENT AT OR ABOVE
      *     EITHER HOTSPOT THRESHOLD IS FLAGGED AND REPEATED IN THE
      *     TRAILING HOTSPOT SECTION.
      *
       01  WS-GENIN-EOF-SW               PIC X            VALUE '0'.
           88  WS-GENIN-AT-EOF   VALUE '1'.
       01  WS-CHSRT-EOF-SW               PIC X            VALUE '0'.
           88  WS-CHSRT-AT-EOF   VALUE '1'.
       01  WS-GDAT-OVFL-SW               PIC X            VALUE '0'.
           88  WS-GDAT-OVFL      VALUE '1'.
       01  WS-GDAT-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-GDAT-POS                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-GDAT-SHIFT                 PIC 9(4) COMP    VALUE ZERO.
       01  WS-GDAT-SHIFT2                PIC 9(4) COMP    VALUE ZERO.
       01  WS-GDAT-TABLE.
           05  WS-GDAT-ENTRY OCCURS 50 TIMES.
               10  GDAT-DATE    PIC X(5).
       01  WS-GEN-KEEP-MIN               PIC X(5)         VALUE SPACES.
       01  WS-GEN-RETAINED               PIC 9(4) COMP-3  VALUE ZERO.
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
       01  WS-GEN-OUT-CNT                PIC 9(9) COMP-3  VALUE ZERO.
       01  CHW-RECORD.
           05  CHW-ELEMENT      PIC X(10).
           05  CHW-TYPE         PIC X(8).
           05  CHW-RUN-DATE     PIC X(5).
           05  CHW-CCID         PIC X(12).
       01  WS-CH-GROUP-SW                PIC X            VALUE '0'.
           88  WS-CH-GROUP-ACTIVE VALUE '1'.
       01  WS-CH-CUR-ELEMENT             PIC X(10)        VALUE SPACES.
       01  WS-CH-CUR-TYPE                PIC X(8)         VALUE SPACES.
       01  WS-CH-LAST-DATE               PIC X(5)         VALUE SPACES.
       01  WS-CH-RUN-CNT                 PIC 9(4) COMP-3  VALUE ZERO.
       01  WS-CH-CCID-OVFL-SW            PIC X            VALUE '0'.
           88  WS-CH-CCID-OVFL   VALUE '1'.
       01  WS-CH-CCID-CNT                PIC 9(4) COMP    VALUE ZERO.
       01  WS-CH-CCID-TABLE.
           05  WS-CH-CCID-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-CHC-IDX.
               10  CHC-CCID     PIC X(12).
       01  WS-CHURN-ELEM-CNT             PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-CHURN-HOT-RUNS             PIC 9(4) COMP    VALUE 5.
       01  WS-CHURN-HOT-CCIDS            PIC 9(4) COMP    VALUE 3.
       01  WS-HOT-OVFL-SW                PIC X            VALUE '0'.
           88  WS-HOT-OVFL       VALUE '1'.
       01  WS-HOT-CNT                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-HOT-TABLE.
           05  WS-HOT-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-HOT-IDX.
               10  HOT-ELEMENT  PIC X(10).
               10  HOT-TYPE     PIC X(8).
               10  HOT-RUNS     PIC 9(4) COMP-3.
               10  HOT-CCIDS    PIC 9(4) COMP-3.
           SKIP1
      *
      *     RUN-STATISTICS HISTORY RECORD AND THE TREND TABLE.  THE
      *     TABLE KEEPS THE LAST TEN HISTORY RECORDS (INCLUDING THIS
      *     RUN'S, APPENDED FIRST); THE TREND REPORT PRINTS THEM SIDE
      *     BY SIDE WITH THE ELAPSED-TIME CHANGE AGAINST THE PRIOR
      *     RUN AND A FLAG WHEN A RUN'S ELAPSED TIME OR API VOLUME
      *     RUNS HALF AGAIN ABOVE THE AVERAGE OF THE RUNS BEFORE IT.
      *
       01  STH-RECORD.
           05  STH-RUN-DATE     PIC 9(5).
           05  STH-START-TIME   PIC X(8).
           05  STH-END-TIME     PIC X(8).
           05  STH-ELAPSED      PIC 9(6).
           05  STH-API-CALLS    PIC 9(6).
           05  STH-LISTED       PIC 9(6).
           05  STH-BROWSED      PIC 9(6).
           05  STH-DETAIL       PIC 9(6).
           05  STH-EXTRACTED    PIC 9(6).
           05  STH-CARDS        PIC 9(4).
           05  STH-REJECTED     PIC 9(4).
       01  STH-CTL-RECORD REDEFINES STH-RECORD.
           05  SCTL-MARK        PIC X(5).
               88  SCTL-HEADER   VALUE LOW-VALUES.
               88  SCTL-TRAILER  VALUE HIGH-VALUES.
           05  SCTL-RUN-DATE    PIC 9(5).
           05  SCTL-RUN-SEQ     PIC 9(6).
           05  SCTL-REC-COUNT   PIC 9(9).
           05  FILLER           PIC X(40).
       01  WS-STH-OUT-CNT                PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-STH-EOF-SW                 PIC X            VALUE '0'.
           88  WS-STH-AT-EOF     VALUE '1'.
       01  WS-TRD-CNT                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-TRD-POS                    PIC 9(4) COMP    VALUE ZERO.
       01  WS-TRD-POS2                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-TRD-TABLE.
           05  WS-TRD-ENTRY OCCURS 10 TIMES.
               10  TRD-DATE     PIC X(5).
               10  TRD-ELAPSED  PIC 9(6) COMP-3.
               10  TRD-API      PIC 9(6) COMP-3.
               10  TRD-LISTED   PIC 9(6) COMP-3.
               10  TRD-BROWSED  PIC 9(6) COMP-3.
               10  TRD-DETAIL   PIC 9(6) COMP-3.
               10  TRD-EXTRACT  PIC 9(6) COMP-3.
               10  TRD-CARDS    PIC 9(4) COMP-3.
               10  TRD-REJ      PIC 9(4) COMP-3.
       01  WS-TRD-PCT                    PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-TRD-SUM-EL                 PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-TRD-SUM-API                PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-TRD-AVG-EL                 PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-TRD-AVG-API                PIC 9(9) COMP-3  VALUE ZERO.
           SKIP1
      *
      *     THE RUN'S ACTIVITY, GATHERED FROM THE STREAMS' OPERATIONS
      *     LOGS FOR ITS STATISTICS HISTORY RECORD.
      *
       01  OPSLOG-RECORD.
           05  OPSL-TIME        PIC X(8).
           05  FILLER           PIC X    VALUE SPACE.
           05  OPSL-EVENT       PIC X(8).
           05  FILLER           PIC X    VALUE SPACE.
           05  OPSL-CARD-SEQ    PIC 9(4).
           05  FILLER           PIC X    VALUE SPACE.
           05  OPSL-API-CALLS   PIC 9(6).
           05  FILLER           PIC X    VALUE SPACE.
           05  OPSL-LISTED      PIC 9(6).
           05  FILLER           PIC X    VALUE SPACE.
           05  OPSL-BROWSED     PIC 9(6).
           05  FILLER           PIC X    VALUE SPACE.
           05  OPSL-DETAIL      PIC 9(6).
           05  FILLER           PIC X    VALUE SPACE.
           05  OPSL-EXTRACTED   PIC 9(6).
           05  FILLER           PIC X    VALUE SPACE.
           05  OPSL-ELAPSED     PIC 9(6).
           05  FILLER           PIC X    VALUE SPACE.
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
       01  WS-OPSL-EOF-SW                PIC X            VALUE '0'.
           88  WS-OPSL-AT-EOF    VALUE '1'.
       01  WS-STRM-FIRST-START           PIC X(8)         VALUE SPACES.
       01  WS-STRM-LAST-END              PIC X(8)         VALUE SPACES.
       01  WS-ELAPSED-SECS               PIC S9(6) COMP-3 VALUE ZERO.
       01  WS-API-CALL-CNT               PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-ELEM-LISTED-CNT            PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-ELEM-BROWSED-CNT           PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-DETAIL-LINE-CNT            PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-EXTRACT-CNT                PIC 9(6) COMP-3  VALUE ZERO.
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
       01  DUW-RECORD.
           05  DUW-ELEMENT      PIC X(10).
           05  DUW-TYPE         PIC X(8).
           05  DUW-SYSTEM       PIC X(8).
           05  DUW-SUBSYS       PIC X(8).
           05  DUW-VV           PIC X(2).
           05  DUW-LL           PIC X(2).
           05  DUW-USER         PIC X(8).
           05  DUW-DATE         PIC X(7).
       01  WS-DUPS-EOF-SW                PIC X            VALUE '0'.
           88  WS-DUPS-AT-EOF    VALUE '1'.
       01  WS-DUP-GROUP-SW               PIC X            VALUE '0'.
           88  WS-DUP-GROUP-ACTIVE VALUE '1'.
       01  WS-DUP-CUR-ELEMENT            PIC X(10)        VALUE SPACES.
       01  WS-DUP-CUR-TYPE               PIC X(8)         VALUE SPACES.
       01  WS-DUP-LOC-OVFL-SW            PIC X            VALUE '0'.
           88  WS-DUP-LOC-OVFL   VALUE '1'.
       01  WS-DUP-LOC-CNT                PIC 9(4) COMP    VALUE ZERO.
       01  WS-DUP-LOC-TABLE.
           05  WS-DUP-LOC-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-DLOC-IDX.
               10  DLOC-SYSTEM  PIC X(8).
               10  DLOC-SUBSYS  PIC X(8).
               10  DLOC-VV      PIC X(2).
               10  DLOC-LL      PIC X(2).
               10  DLOC-USER    PIC X(8).
               10  DLOC-DATE    PIC X(7).
       01  WS-DUP-ELEM-CNT               PIC 9(5) COMP-3  VALUE ZERO.
           SKIP1
       01  INTF-HDR-RECORD.
           05  INTH-REC-TYPE    PIC X      VALUE 'H'.
           05  INTH-RUN-DATE    PIC X(5).
           05  INTH-START-TIME  PIC X(8).
           05  FILLER           PIC X(47)  VALUE SPACES.
       01  INTF-DTL-RECORD.
           05  INTD-REC-TYPE    PIC X      VALUE 'D'.
           05  INTD-CCID        PIC X(12).
           05  INTD-ELEM-COUNT  PIC 9(6).
           05  INTD-SS-COUNT    PIC 9(4).
           05  INTD-PKG-ID      PIC X(12).
           05  INTD-PKG-STATUS  PIC X(10).
           05  INTD-WINDOW-FROM PIC X(7).
           05  INTD-WINDOW-TO   PIC X(7).
           05  INTD-CMPL-FLAG   PIC X.
           05  INTD-SOD-FLAG    PIC X.
       01  INTF-TRL-RECORD.
           05  FILLER           PIC X      VALUE 'T'.
           05  INTT-REC-COUNT   PIC 9(6).
           05  INTT-ELEM-TOTAL  PIC 9(6).
           05  FILLER           PIC X(48)  VALUE SPACES.
       01  WS-INTF-REC-CNT               PIC 9(6) COMP-3  VALUE ZERO.
           SKIP1
      *
      *     A STREAM FEED RECORD AS READ BACK.  THE RECORD TYPE IN
      *     THE FIRST BYTE SAYS WHICH VIEW APPLIES.
      *
       01  INTFIN-RECORD.
           05  INTI-REC-TYPE    PIC X.
           05  INTI-DATA        PIC X(60).
       01  INTFIN-HDR REDEFINES INTFIN-RECORD.
           05  FILLER           PIC X.
           05  INTI-RUN-DATE    PIC X(5).
           05  INTI-START-TIME  PIC X(8).
           05  FILLER           PIC X(47).
       01  INTFIN-DTL REDEFINES INTFIN-RECORD.
           05  FILLER           PIC X.
           05  INTI-CCID        PIC X(12).
           05  FILLER           PIC X(10).
           05  INTI-PKG-ID      PIC X(12).
           05  INTI-PKG-STATUS  PIC X(10).
           05  INTI-WINDOW-FROM PIC X(7).
           05  INTI-WINDOW-TO   PIC X(7).
           05  FILLER           PIC X(2).
           SKIP1
       01  HEADING-1.
           05  HDR1-CCONTROL    PIC X      VALUE '1'.
           05  HDR1-LINE.
           10  FILLER           PIC X(37)  VALUE SPACES.
           10  FILLER           PIC X(32)  VALUE 'ENDEVOR INVENTORY REPO
      -    'RT BY CCID'.
           10  FILLER           PIC X(42)  VALUE SPACES.
           10  FILLER           PIC X(5)   VALUE 'PAGE '.
           10  HDR1-PAGENO      PIC ZZ9.
           10  FILLER           PIC X(3)   VALUE SPACES.
           SKIP1
       01  HEADING-4.
           05  HDR4-CCONTROL    PIC X      VALUE ' '.
           05  HDR4-LINE.
           10  FILLER           PIC X(45)  VALUE SPACES.
           10  FILLER           PIC X(30)  VALUE
                   'CONTROL CARD EXCEPTION LISTING'.
           10  FILLER           PIC X(57)  VALUE SPACES.
           SKIP1
       01  HEADING-5.
           05  HDR5-CCONTROL    PIC X      VALUE ' '.
           05  HDR5-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(9)   VALUE ' ENVIRON'.
           10  FILLER           PIC X(9)   VALUE ' SYSTEM'.
           10  FILLER           PIC X(9)   VALUE ' SUBSYS'.
           10  FILLER           PIC X(12)  VALUE ' ELEMENT'.
           10  FILLER           PIC X(9)   VALUE ' TYPE'.
           10  FILLER           PIC X(9)   VALUE ' RTNCODE'.
           10  FILLER           PIC X(9)   VALUE ' REASON'.
           10  FILLER           PIC X(64)  VALUE SPACES.
           SKIP1
       01  DETAIL-2.
           05  DET2-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET2-ENVIRON     PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET2-SYSTEM      PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET2-SUBSYS      PIC X(8).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET2-ELEMENT     PIC X(10).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET2-TYPE        PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET2-RTNCODE     PIC ZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  DET2-REASON      PIC ZZZ9.
           05  FILLER           PIC X(69)  VALUE SPACES.
           SKIP1
       01  HEADING-6.
           05  HDR6-CCONTROL    PIC X      VALUE ' '.
           05  HDR6-LINE.
           10  FILLER           PIC X(45)  VALUE SPACES.
           10  FILLER           PIC X(19)  VALUE 'CCID SUMMARY TOTALS'.
           10  FILLER           PIC X(68)  VALUE SPACES.
           SKIP1
       01  HEADING-7.
           05  HDR7-CCONTROL    PIC X      VALUE ' '.
           05  HDR7-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(14)  VALUE ' CCID'.
           10  FILLER           PIC X(12)  VALUE ' ELEM CNT'.
           10  FILLER           PIC X(18)  VALUE ' SYS/SUBSYS CNT'.
           10  FILLER           PIC X(86)  VALUE SPACES.
           SKIP1
       01  DETAIL-3.
           05  DET3-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET3-CCID        PIC X(12).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  DET3-ELEM-COUNT  PIC ZZZZZ9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  DET3-SS-COUNT    PIC ZZZ9.
           05  FILLER           PIC X(99)  VALUE SPACES.
           SKIP1
       01  HEADING-8.
           05  HDR8-CCONTROL    PIC X      VALUE ' '.
           05  HDR8-LINE.
           10  FILLER           PIC X(40)  VALUE SPACES.
           10  FILLER           PIC X(29)  VALUE
                   'INVENTORY CHANGES SINCE LAST'.
           10  FILLER           PIC X(4)   VALUE ' RUN'.
           10  FILLER           PIC X(59)  VALUE SPACES.
           SKIP1
       01  HEADING-9.
           05  HDR9-CCONTROL    PIC X      VALUE ' '.
           05  HDR9-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(11)  VALUE ' STATUS'.
           10  FILLER           PIC X(14)  VALUE ' CCID'.
           10  FILLER           PIC X(12)  VALUE ' ELEMENT'.
           10  FILLER           PIC X(9)   VALUE ' TYPE'.
           10  FILLER           PIC X(9)   VALUE ' SYSTEM'.
           10  FILLER           PIC X(9)   VALUE ' SUBSYS'.
           10  FILLER           PIC X(66)  VALUE SPACES.
           SKIP1
       01  DETAIL-4.
           05  DET4-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET4-STATUS      PIC X(11).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET4-CCID        PIC X(12).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET4-ELEMENT     PIC X(10).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET4-TYPE        PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET4-SYSTEM      PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET4-SUBSYS      PIC X(8).
           05  FILLER           PIC X(68)  VALUE SPACES.
           SKIP1
       01  HEADING-30.
           05  HDR30-CCONTROL   PIC X      VALUE ' '.
           05  HDR30-LINE.
           10  FILLER           PIC X(42)  VALUE SPACES.
           10  FILLER           PIC X(42)  VALUE
                   'DUPLICATE ELEMENTS ACROSS SYSTEM/SUBSYSTEM'.
           10  FILLER           PIC X(48)  VALUE SPACES.
           SKIP1
       01  HEADING-31.
           05  HDR31-CCONTROL   PIC X      VALUE ' '.
           05  HDR31-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(11)  VALUE 'ELEMENT'.
           10  FILLER           PIC X(9)   VALUE 'TYPE'.
           10  FILLER           PIC X(9)   VALUE 'SYSTEM'.
           10  FILLER           PIC X(9)   VALUE 'SUBSYS'.
           10  FILLER           PIC X(7)   VALUE 'VV.LL'.
           10  FILLER           PIC X(9)   VALUE 'USER'.
           10  FILLER           PIC X(9)   VALUE 'DATE'.
           10  FILLER           PIC X(67)  VALUE SPACES.
           SKIP1
       01  DETAIL-15.
           05  DET15-CCONTROL   PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET15-ELEMENT    PIC X(10).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET15-TYPE       PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET15-SYSTEM     PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET15-SUBSYS     PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET15-VV         PIC X(2).
           05  DET15-DOT        PIC X.
           05  DET15-LL         PIC X(2).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET15-USER       PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET15-DATE       PIC X(7).
           05  FILLER           PIC X(69)  VALUE SPACES.
           SKIP1
       01  HEADING-24.
           05  HDR24-CCONTROL   PIC X      VALUE ' '.
           05  HDR24-LINE.
           10  FILLER           PIC X(45)  VALUE SPACES.
           10  FILLER           PIC X(20)  VALUE 'ELEMENT CHURN REPORT'.
           10  FILLER           PIC X(67)  VALUE SPACES.
           SKIP1
       01  HEADING-25.
           05  HDR25-CCONTROL   PIC X      VALUE ' '.
           05  HDR25-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(22)
                   VALUE 'GENERATIONS ANALYZED: '.
           10  HDR25-GENS       PIC ZZZ9.
           10  FILLER           PIC X(104) VALUE SPACES.
           SKIP1
       01  HEADING-26.
           05  HDR26-CCONTROL   PIC X      VALUE ' '.
           05  HDR26-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(11)  VALUE 'ELEMENT'.
           10  FILLER           PIC X(9)   VALUE 'TYPE'.
           10  FILLER           PIC X(11)  VALUE 'RUNS-SEEN'.
           10  FILLER           PIC X(15)  VALUE 'DISTINCT-CCIDS'.
           10  FILLER           PIC X(9)   VALUE 'FLAG'.
           10  FILLER           PIC X(75)  VALUE SPACES.
           SKIP1
       01  HEADING-27.
           05  HDR27-CCONTROL   PIC X      VALUE '0'.
           05  HDR27-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(15)  VALUE 'CHURN HOTSPOTS:'.
           10  FILLER           PIC X(115) VALUE SPACES.
           SKIP1
       01  DETAIL-13.
           05  DET13-CCONTROL   PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET13-ELEMENT    PIC X(10).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET13-TYPE       PIC X(8).
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  DET13-RUNS       PIC ZZZ9.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  DET13-CCIDS      PIC ZZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET13-FLAG       PIC X(9).
           05  FILLER           PIC X(76)  VALUE SPACES.
           SKIP1
       01  HEADING-32.
           05  HDR32-CCONTROL   PIC X      VALUE ' '.
           05  HDR32-LINE.
           10  FILLER           PIC X(45)  VALUE SPACES.
           10  FILLER           PIC X(25)  VALUE
                   'RUN STATISTICS TREND'.
           10  FILLER           PIC X(62)  VALUE SPACES.
           SKIP1
       01  HEADING-33.
           05  HDR33-CCONTROL   PIC X      VALUE ' '.
           05  HDR33-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(7)   VALUE 'DATE'.
           10  FILLER           PIC X(8)   VALUE 'ELAPSED'.
           10  FILLER           PIC X(8)   VALUE 'APICALL'.
           10  FILLER           PIC X(8)   VALUE 'LISTED'.
           10  FILLER           PIC X(8)   VALUE 'BROWSED'.
           10  FILLER           PIC X(8)   VALUE 'DETAIL'.
           10  FILLER           PIC X(8)   VALUE 'EXTRACT'.
           10  FILLER           PIC X(6)   VALUE 'CARDS'.
           10  FILLER           PIC X(6)   VALUE 'REJ'.
           10  FILLER           PIC X(8)   VALUE 'PCT-CHG'.
           10  FILLER           PIC X(10)  VALUE 'FLAG'.
           10  FILLER           PIC X(45)  VALUE SPACES.
           SKIP1
       01  DETAIL-16.
           05  DET16-CCONTROL   PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-DATE       PIC X(5).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-ELAPSED    PIC ZZZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-API        PIC ZZZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-LISTED     PIC ZZZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-BROWSED    PIC ZZZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-DETAIL     PIC ZZZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-EXTRACT    PIC ZZZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-CARDS      PIC ZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-REJ        PIC ZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-PCT        PIC ZZZZ9-.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET16-FLAG       PIC X(10).
           05  FILLER           PIC X(45)  VALUE SPACES.
           SKIP1
      *
      *     PRINTED BY A CONVERSION RUN AHEAD OF THE DIFF AND THE
      *     CHURN REPORT.
      *
       01  HEADING-49.
           05  HDR49-CCONTROL   PIC X      VALUE '0'.
           05  HDR49-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(40)  VALUE
               'CONVERSION RUN - CARRIED-IN GENERATIONS'.
           10  FILLER           PIC X(40)  VALUE
               ' TAKEN AS IS, RUN CHAIN STARTS HERE'.
           10  FILLER           PIC X(50)  VALUE SPACES.
           SKIP1
       01  HEADING-34.
           05  HDR34-CCONTROL   PIC X      VALUE ' '.
           05  HDR34-LINE.
           10  FILLER           PIC X(45)  VALUE SPACES.
           10  FILLER           PIC X(30)  VALUE
                   'PARALLEL STREAM MERGE TOTALS'.
           10  FILLER           PIC X(57)  VALUE SPACES.
           SKIP1
      *
      *     PRINTED IN PLACE OF THE INVENTORY DIFF AND THE CHURN
      *     REPORT WHEN THE CARRIED-IN GENERATIONS FAIL THE CHECK.
      *
       01  HEADING-35.
           05  HDR35-CCONTROL   PIC X      VALUE '0'.
           05  HDR35-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(48)  VALUE
               'REPORT SKIPPED - CARRIED-IN GENERATIONS ARE NOT'.
           10  FILLER           PIC X(48)  VALUE
               ' THE COMPLETE OUTPUT OF THE PRECEDING RUN'.
           10  FILLER           PIC X(34)  VALUE SPACES.
           SKIP1
       01  HEADING-36.
           05  HDR36-CCONTROL   PIC X      VALUE '0'.
           05  HDR36-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(10)  VALUE 'DDNAME'.
           10  FILLER           PIC X(7)   VALUE 'DATE'.
           10  FILLER           PIC X(8)   VALUE 'RUN-SEQ'.
           10  FILLER           PIC X(11)  VALUE '  DETAILS'.
           10  FILLER           PIC X(11)  VALUE '  TRAILER'.
           10  FILLER           PIC X(42)  VALUE 'RESULT'.
           10  FILLER           PIC X(41)  VALUE SPACES.
           SKIP1
       01  DETAIL-17.
           05  DET17-CCONTROL   PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET17-DDNAME     PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET17-DATE       PIC X(5).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET17-SEQ        PIC X(6).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET17-DETAILS    PIC ZZZZZZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET17-TRAILER    PIC X(9).
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET17-RESULT     PIC X(42).
           05  FILLER           PIC X(40)  VALUE SPACES.
           SKIP1
       01  STATLINE.
           05  STAT-CCONTROL    PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  STAT-LABEL       PIC X(24).
           05  STAT-COUNT       PIC ZZZZZ9.
           05  FILLER           PIC X(100) VALUE SPACES.
           SKIP1
       01  PRINTAREA.
           05  PRT-CCONTROL     PIC X.
           05  PRT-DATA         PIC X(132).
           SKIP2
      *
      *     PARM FIELD: CONV FOR A CONVERSION RUN, OR NONE.
      *
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN      PIC S9(4) COMP.
           05  LS-PARM-TEXT     PIC X(4).
           SKIP2
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LINE.
           PERFORM A1002-READ-PARM THRU
                   A1002-EXIT.
           OPEN OUTPUT OUTPUT-REPORT.
           OPEN I-O MASTER-FILE.
           MOVE 1 TO MASTER-FILE-STATUS.
           ACCEPT WS-RUN-DATE FROM DAY.
           PERFORM A1005-LOAD-STREAM-FEEDS THRU
                   A1005-EXIT.
           PERFORM A1006-LOAD-CMPL-CCIDS THRU
                   A1006-EXIT.
           PERFORM A1004-CHECK-GENERATIONS THRU
                   A1004-EXIT.
      *
      *     THE MERGED RUN INVENTORY IS SORTED ONCE, STRAIGHT FROM
      *     THE CONCATENATED STREAM WORK FILES.
      *
           SORT HIST-SORT-FILE
               ASCENDING KEY HSRT-KEY
               WITH DUPLICATES IN ORDER
               USING HIST-WORK-FILE
               GIVING HIST-SORTED.
           PERFORM B1250-PUT-HISTORY THRU
                   B1250-EXIT.
           SORT EXT-SORT-FILE
               ASCENDING KEY EXS-CCID EXS-SYSTEM EXS-SUBSYS
               WITH DUPLICATES IN ORDER
               USING EXTR-FILE
               GIVING EXTS-FILE.
       MAIN-LOOP.
           PERFORM B1100-CCID-SUMMARY-REPORT THRU
                   B1109-EXIT.
           PERFORM B1108-PUT-MERGED-CMPL THRU
                   B1108-EXIT.
           PERFORM B1090-EXCEPTION-REPORT THRU
                   B1099-EXIT.
           PERFORM B1110-INVENTORY-DIFF-REPORT THRU
                   B1119-EXIT.
           PERFORM B1240-DUP-ELEMENT-REPORT THRU
                   B1249-EXIT.
           PERFORM B1200-CHURN-REPORT THRU
                   B1209-EXIT.
           PERFORM B1193-PUT-CARD-TIMINGS THRU
                   B1193-EXIT.
           PERFORM B1190-MERGE-RUN-STATS THRU
                   B1199-EXIT.
           PERFORM B1195-TREND-REPORT THRU
                   B1195-EXIT.
       MAIN-EXIT.
           PERFORM A1030-TERMINATION THRU
                   A1039-EXIT.
           STOP RUN.
       EJECT
      *
      *     READS THE STREAMS' OWN FEEDS BACK.  THE MERGED HEADER
      *     CARRIES THE RUN DATE AND THE EARLIEST STREAM START TIME;
      *     EACH CCID'S PACKAGE FIELDS ARE KEPT FROM THE FIRST
      *     STREAM RECORD THAT HAD A PACKAGE FOR IT.
      *
       A1005-LOAD-STREAM-FEEDS.
            MOVE WS-RUN-DATE TO INTH-RUN-DATE.
            MOVE HIGH-VALUES TO INTH-START-TIME.
            OPEN INPUT INTFIN-FILE.
            MOVE '0' TO WS-INTFIN-EOF-SW.
       A1005-LOOP.
            READ INTFIN-FILE INTO INTFIN-RECORD
                  AT END MOVE '1' TO WS-INTFIN-EOF-SW
            END-READ.
            IF WS-INTFIN-AT-EOF
               GO TO A1005-DONE.
            IF INTI-REC-TYPE = 'H'
               ADD 1 TO WS-INTFIN-HDR-CNT
               IF WS-INTFIN-HDR-CNT = 1
                  MOVE INTI-RUN-DATE TO INTH-RUN-DATE
               END-IF
               IF INTI-START-TIME < INTH-START-TIME
                  MOVE INTI-START-TIME TO INTH-START-TIME
               END-IF
               GO TO A1005-LOOP.
            IF INTI-REC-TYPE NOT = 'D'
               GO TO A1005-LOOP.
            IF WS-PKG-CNT > ZERO
               SET WS-PKG-IDX TO 1
               SEARCH WS-PKG-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-PKG-IDX > WS-PKG-CNT
                     CONTINUE
                  WHEN PKG-CCID (WS-PKG-IDX) = INTI-CCID
                     IF PKG-ID (WS-PKG-IDX) = SPACES
                        MOVE INTI-PKG-ID      TO PKG-ID (WS-PKG-IDX)
                        MOVE INTI-PKG-STATUS  TO
                             PKG-STATUS (WS-PKG-IDX)
                        MOVE INTI-WINDOW-FROM TO
                             PKG-WINDOW-FROM (WS-PKG-IDX)
                        MOVE INTI-WINDOW-TO   TO
                             PKG-WINDOW-TO (WS-PKG-IDX)
                     END-IF
                     GO TO A1005-LOOP
               END-SEARCH.
            IF WS-PKG-CNT < 300
               ADD 1 TO WS-PKG-CNT
               SET WS-PKG-IDX TO WS-PKG-CNT
               MOVE INTI-CCID        TO PKG-CCID (WS-PKG-IDX)
               MOVE INTI-PKG-ID      TO PKG-ID (WS-PKG-IDX)
               MOVE INTI-PKG-STATUS  TO PKG-STATUS (WS-PKG-IDX)
               MOVE INTI-WINDOW-FROM TO PKG-WINDOW-FROM (WS-PKG-IDX)
               MOVE INTI-WINDOW-TO   TO PKG-WINDOW-TO (WS-PKG-IDX)
            ELSE
               IF NOT WS-PKG-OVFL
                  MOVE '1' TO WS-PKG-OVFL-SW
                  DISPLAY 'CCIDMRGE - PACKAGE TABLE FULL AT 300 '
                          'CCIDS - FURTHER CCIDS FEED WITHOUT '
                          'PACKAGE DETAILS'
               END-IF.
            GO TO A1005-LOOP.
       A1005-DONE.
            CLOSE INTFIN-FILE.
            IF WS-INTFIN-HDR-CNT = ZERO
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TN-HH TO WS-ND-HH
               MOVE WS-TN-MM TO WS-ND-MM
               MOVE WS-TN-SS TO WS-ND-SS
               MOVE WS-NOW-DISP TO INTH-START-TIME.
       A1005-EXIT.
            EXIT.
            SKIP2
      *
      *     KEEPS THE DISTINCT CCIDS THAT DREW A COMPLIANCE
      *     EXCEPTION IN ANY STREAM, AND SEPARATELY THOSE THAT DREW
      *     A SEGREGATION OF DUTIES EXCEPTION.
      *
       A1006-LOAD-CMPL-CCIDS.
            OPEN INPUT CMPL-FILE.
            MOVE '0' TO WS-CEX-EOF-SW.
       A1006-LOOP.
            READ CMPL-FILE INTO CMPL-RECORD
                  AT END MOVE '1' TO WS-CEX-EOF-SW
            END-READ.
            IF WS-CEX-AT-EOF
               GO TO A1006-DONE.
            IF CMPL-REASON = 'SODAUTH' OR 'ONEUSER'
               PERFORM A1007-ADD-SOD-CCID THRU
                       A1007-EXIT
               GO TO A1006-LOOP.
            IF WS-CEX-CNT > ZERO
               SET WS-CEX-IDX TO 1
               SEARCH WS-CEX-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-CEX-IDX > WS-CEX-CNT
                     CONTINUE
                  WHEN CEX-CCID (WS-CEX-IDX) = CMPL-CCID
                     GO TO A1006-LOOP
               END-SEARCH.
            IF WS-CEX-CNT < 200
               ADD 1 TO WS-CEX-CNT
               SET WS-CEX-IDX TO WS-CEX-CNT
               MOVE CMPL-CCID TO CEX-CCID (WS-CEX-IDX)
            ELSE
               IF NOT WS-CEX-OVFL
                  MOVE '1' TO WS-CEX-OVFL-SW
                  DISPLAY 'CCIDMRGE - EXCEPTION CCID TABLE FULL AT '
                          '200 - FURTHER CCIDS FEED WITH FLAG N'
               END-IF.
            GO TO A1006-LOOP.
       A1006-DONE.
            CLOSE CMPL-FILE.
       A1006-EXIT.
            EXIT.
            SKIP2
       A1007-ADD-SOD-CCID.
            IF WS-SEX-CNT > ZERO
               SET WS-SEX-IDX TO 1
               SEARCH WS-SEX-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-SEX-IDX > WS-SEX-CNT
                     CONTINUE
                  WHEN SEX-CCID (WS-SEX-IDX) = CMPL-CCID
                     GO TO A1007-MARK
               END-SEARCH.
            IF WS-SEX-CNT NOT < 200
               IF NOT WS-SEX-OVFL
                  MOVE '1' TO WS-SEX-OVFL-SW
                  DISPLAY 'CCIDMRGE - SEGREGATION CCID TABLE FULL AT '
                          '200 - FURTHER CCIDS FEED WITH FLAG N'
               END-IF
               GO TO A1007-EXIT.
            ADD 1 TO WS-SEX-CNT.
            SET WS-SEX-IDX TO WS-SEX-CNT.
            MOVE CMPL-CCID TO SEX-CCID (WS-SEX-IDX).
            MOVE 'N'       TO SEX-SODAUTH (WS-SEX-IDX).
            MOVE 'N'       TO SEX-ONEUSER (WS-SEX-IDX).
            MOVE 'N'       TO SEX-MULTI-USER (WS-SEX-IDX).
            MOVE 'N'       TO SEX-ONEUSER-PUT (WS-SEX-IDX).
       A1007-MARK.
            IF CMPL-REASON = 'SODAUTH'
               MOVE 'Y' TO SEX-SODAUTH (WS-SEX-IDX)
            ELSE
               MOVE 'Y' TO SEX-ONEUSER (WS-SEX-IDX).
       A1007-EXIT.
            EXIT.
            SKIP2
      *
      *     THE ONLY PARM WORD IS CONV.
      *
       A1002-READ-PARM.
            IF LS-PARM-LEN NOT > ZERO
               GO TO A1002-EXIT.
            IF LS-PARM-TEXT = 'CONV'
               MOVE '1' TO WS-CONV-SW
               GO TO A1002-EXIT.
            DISPLAY 'CCIDMRGE - PARM WORD ' LS-PARM-TEXT
                    ' NOT RECOGNISED - IGNORED'.
       A1002-EXIT.
            EXIT.
            SKIP2
      *
      *     CHECKS THE CARRIED-IN CCIDPRIR, CCIDGENI AND STATHIST
      *     BEFORE THEY ARE USED: EACH MUST OPEN WITH A HEADER, CLOSE
      *     WITH A TRAILER WHOSE COUNT MATCHES THE DETAIL RECORDS,
      *     PREDATE THIS RUN, AND COME FROM THE PRECEDING RUN AS
      *     RECORDED IN THE RUN CONTROL RECORD ON CCIDMSTR.  ALSO
      *     SETS THIS RUN'S SEQUENCE NUMBER FOR THE HEADERS AND
      *     TRAILERS IT WRITES.  THE STREAMS MAKE NO CHECK OF THEIR
      *     OWN, SO THIS IS THE ONLY CHECK THE PARALLEL RUN GETS.
      *
       A1004-CHECK-GENERATIONS.
            MOVE 'CCIDPRIR' TO GCHK-DDNAME (1).
            MOVE 'CCIDGENI' TO GCHK-DDNAME (2).
            MOVE 'STATHIST' TO GCHK-DDNAME (3).
            SET WS-GCHK-IDX TO 1.
       A1004-CLEAR.
            PERFORM B1251-CLEAR-CHECK THRU
                    B1251-EXIT.
            IF WS-GCHK-IDX < 3
               SET WS-GCHK-IDX UP BY 1
               GO TO A1004-CLEAR.
            SET WS-GCHK-IDX TO 1.
            OPEN INPUT PRIOR-FILE.
            MOVE '0' TO WS-GC-EOF-SW.
       A1004-PRIOR.
            READ PRIOR-FILE INTO PRIOR-RECORD
                  AT END MOVE '1' TO WS-GC-EOF-SW
            END-READ.
            IF WS-GC-AT-EOF
               GO TO A1004-GENI.
            MOVE 'D' TO WS-GC-MARK.
            IF PCTL-HEADER
               MOVE 'H' TO WS-GC-MARK.
            IF PCTL-TRAILER
               MOVE 'T' TO WS-GC-MARK.
            IF PCTL-HEADER OR PCTL-TRAILER
               MOVE PCTL-RUN-DATE  TO WS-GC-DATE
               MOVE PCTL-RUN-SEQ   TO WS-GC-SEQ
               MOVE PCTL-REC-COUNT TO WS-GC-COUNT.
            PERFORM B1252-TALLY-CONTROL THRU
                    B1252-EXIT.
            GO TO A1004-PRIOR.
       A1004-GENI.
            CLOSE PRIOR-FILE.
            SET WS-GCHK-IDX TO 2.
            OPEN INPUT GENIN-FILE.
            MOVE '0' TO WS-GC-EOF-SW.
       A1004-GENI-LOOP.
            READ GENIN-FILE INTO GEN-RECORD
                  AT END MOVE '1' TO WS-GC-EOF-SW
            END-READ.
            IF WS-GC-AT-EOF
               GO TO A1004-STATHIST.
            MOVE 'D' TO WS-GC-MARK.
            IF GCTL-HEADER
               MOVE 'H' TO WS-GC-MARK.
            IF GCTL-TRAILER
               MOVE 'T' TO WS-GC-MARK.
            IF GCTL-HEADER OR GCTL-TRAILER
               MOVE GCTL-RUN-DATE  TO WS-GC-DATE
               MOVE GCTL-RUN-SEQ   TO WS-GC-SEQ
               MOVE GCTL-REC-COUNT TO WS-GC-COUNT.
            PERFORM B1252-TALLY-CONTROL THRU
                    B1252-EXIT.
            GO TO A1004-GENI-LOOP.
       A1004-STATHIST.
            CLOSE GENIN-FILE.
            SET WS-GCHK-IDX TO 3.
            OPEN INPUT STATHIST-FILE.
            MOVE '0' TO WS-GC-EOF-SW.
       A1004-STATHIST-LOOP.
            READ STATHIST-FILE INTO STH-RECORD
                  AT END MOVE '1' TO WS-GC-EOF-SW
            END-READ.
            IF WS-GC-AT-EOF
               GO TO A1004-EVALUATE.
            MOVE 'D' TO WS-GC-MARK.
            IF SCTL-HEADER
               MOVE 'H' TO WS-GC-MARK.
            IF SCTL-TRAILER
               MOVE 'T' TO WS-GC-MARK.
            IF SCTL-HEADER OR SCTL-TRAILER
               MOVE SCTL-RUN-DATE  TO WS-GC-DATE
               MOVE SCTL-RUN-SEQ   TO WS-GC-SEQ
               MOVE SCTL-REC-COUNT TO WS-GC-COUNT.
            PERFORM B1252-TALLY-CONTROL THRU
                    B1252-EXIT.
            GO TO A1004-STATHIST-LOOP.
       A1004-EVALUATE.
            CLOSE STATHIST-FILE.
            MOVE ZERO TO WS-GC-ANY-SEQ.
            SET WS-GCHK-IDX TO 1.
       A1004-EVAL-LOOP.
            PERFORM B1253-EVALUATE-CHECK THRU
                    B1253-EXIT.
            IF WS-GCHK-IDX < 3
               SET WS-GCHK-IDX UP BY 1
               GO TO A1004-EVAL-LOOP.
            PERFORM B1255-GET-RUN-CONTROL THRU
                    B1255-EXIT.
      *
      *     A CONVERSION RUN TAKES THE FILES AS THEY ARE AND FOLLOWS
      *     THE HIGHEST SEQUENCE ON ANY HEADER (ZERO IF NONE HAS
      *     ONE).  ONCE A CONTROL RECORD EXISTS THE CHAIN HAS STARTED
      *     AND THE OPTION IS REFUSED.
      *
            IF WS-CONV-REQUESTED
               IF WS-CTL-FOUND
                  DISPLAY 'CCIDMRGE - CONV IGNORED - RUN CONTROL '
                          'RECORD ALREADY ON CCIDMSTR'
               ELSE
                  MOVE '1' TO WS-CONV-RUN-SW
               END-IF.
            IF WS-CONV-RUN
               COMPUTE WS-RUN-SEQ = WS-GC-ANY-SEQ + 1
               DISPLAY 'CCIDMRGE - CONVERSION RUN - CARRIED-IN '
                       'GENERATIONS TAKEN AS IS, RUN SEQUENCE '
                       WS-RUN-SEQ
               GO TO A1004-EXIT.
      *
      *     THE PRECEDING RUN IS THE LAST COMPLETED ONE, UNLESS THAT
      *     RAN TODAY -- THEN THIS IS A RERUN TAKING ITS PLACE, WITH
      *     ITS SEQUENCE, AND FOLLOWS THE RUN BEFORE IT.  WITH NO
      *     CONTROL RECORD EVERY FILE FAILS THE CHAIN CHECK AND THIS
      *     RUN FOLLOWS THE HIGHEST SEQUENCE FOUND ON ANY HEADER, SO
      *     THE SEQUENCE NEVER GOES BACKWARD.
      *
            MOVE ZERO TO WS-PREV-RUN-SEQ.
            MOVE ZERO TO WS-PREV-RUN-DATE.
            IF WS-CTL-FOUND
               IF WS-CTL-RUN-DATE = WS-RUN-DATE AND
                     WS-CTL-RUN-SEQ > ZERO
                  MOVE '1' TO WS-CTL-RERUN-SW
                  COMPUTE WS-PREV-RUN-SEQ = WS-CTL-RUN-SEQ - 1
               ELSE
                  MOVE WS-CTL-RUN-SEQ  TO WS-PREV-RUN-SEQ
                  MOVE WS-CTL-RUN-DATE TO WS-PREV-RUN-DATE
               END-IF.
            SET WS-GCHK-IDX TO 1.
       A1004-CHAIN-LOOP.
            PERFORM B1254-CHECK-CHAIN THRU
                    B1254-EXIT.
            IF WS-GCHK-IDX < 3
               SET WS-GCHK-IDX UP BY 1
               GO TO A1004-CHAIN-LOOP.
            IF WS-CTL-FOUND
               COMPUTE WS-RUN-SEQ = WS-PREV-RUN-SEQ + 1
            ELSE
               COMPUTE WS-RUN-SEQ = WS-GC-ANY-SEQ + 1.
            IF WS-GENCHK-FAILED
               DISPLAY 'CCIDMRGE - INVENTORY DIFF AND CHURN REPORTS '
                       'WILL BE SKIPPED THIS RUN'.
       A1004-EXIT.
            EXIT.
            SKIP2
      *
      *     MERGE TOTALS AND THE STEP CONDITION CODE, GRADUATED THE
      *     SAME WAY AS A SINGLE CCIDRPT1 RUN'S.
      *
       A1030-TERMINATION.
            MOVE +60   TO WS-LINECNT.
            MOVE HEADING-34 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'STREAM FEED HEADERS'     TO STAT-LABEL.
            MOVE WS-INTFIN-HDR-CNT         TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'EXTRACT RECORDS MERGED'  TO STAT-LABEL.
            MOVE WS-GRAND-TOTAL            TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'CCIDS ON MERGED FEED'    TO STAT-LABEL.
            MOVE WS-CCID-CNT               TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'INVENTORY RECORDS'       TO STAT-LABEL.
            MOVE WS-HIST-CNT               TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'RUN SEQUENCE'            TO STAT-LABEL.
            MOVE WS-RUN-SEQ                TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'MASTER RECORDS ADDED'    TO STAT-LABEL.
            MOVE WS-MSTR-ADD-CNT           TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'STREAMS STARTED'         TO STAT-LABEL.
            MOVE WS-OPSL-STRT-CNT          TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'STREAMS ENDED'           TO STAT-LABEL.
            MOVE WS-OPSL-END-CNT           TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'LONGEST STREAM SECONDS'  TO STAT-LABEL.
            MOVE WS-ELAPSED-SECS           TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'CARD TIMINGS APPENDED'   TO STAT-LABEL.
            MOVE WS-CARDTIME-CNT           TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'EXCEPTION RECORDS'       TO STAT-LABEL.
            MOVE WS-EXCP-CNT               TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'COMPLIANCE CCIDS'        TO STAT-LABEL.
            MOVE WS-CEX-CNT                TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'SEGREGATION CCIDS'       TO STAT-LABEL.
            MOVE WS-SOD-CCID-CNT           TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'COMPLIANCE RECORDS OUT'  TO STAT-LABEL.
            MOVE WS-CMPL-OUT-CNT           TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'ONE-USERID RECS DROPPED' TO STAT-LABEL.
            MOVE WS-CMPL-DROP-CNT          TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
      *
      *     THE GENERATIONS AND STATISTICS HISTORY FOR THE RUN ARE
      *     WRITTEN, SO IT IS NOW THE LAST COMPLETED RUN.
      *
            IF MASTER-OPEN
               PERFORM B1257-PUT-RUN-CONTROL THRU
                       B1257-EXIT
               CLOSE MASTER-FILE
               MOVE 0 TO MASTER-FILE-STATUS.
            CLOSE OUTPUT-REPORT.
            MOVE ZERO TO WS-RETURN-CODE.
            IF WS-EXCP-CNT > ZERO
               MOVE 4  TO WS-RETURN-CODE.
            IF WS-DISAPPEARED-CNT > ZERO
               MOVE 8  TO WS-RETURN-CODE.
            IF WS-PKG-OVFL
               MOVE 12 TO WS-RETURN-CODE.
            IF WS-GENCHK-FAILED
               MOVE 24 TO WS-RETURN-CODE.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
       A1039-EXIT.
            EXIT.
            SKIP2
      *
      *     PRINTS THE MERGED EXCEPTION LISTING FROM THE STREAMS'
      *     CONCATENATED EXCEPTION FEEDS.
      *
       B1090-EXCEPTION-REPORT.
            MOVE +60   TO WS-LINECNT.
            MOVE HEADING-4 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-5 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            OPEN INPUT EXCP-FILE.
       B1090-LOOP.
            READ EXCP-FILE INTO EXCP-RECORD
                  AT END GO TO B1090-EOF.
            ADD 1 TO WS-EXCP-CNT.
            MOVE EXCR-ENVIRON  TO DET2-ENVIRON.
            MOVE EXCR-SYSTEM   TO DET2-SYSTEM.
            MOVE EXCR-SUBSYS   TO DET2-SUBSYS.
            MOVE EXCR-ELEMENT  TO DET2-ELEMENT.
            MOVE EXCR-TYPE     TO DET2-TYPE.
            MOVE EXCR-RTNCODE  TO DET2-RTNCODE.
            MOVE EXCR-REASON   TO DET2-REASON.
            MOVE DETAIL-2      TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO B1090-LOOP.
       B1090-EOF.
            CLOSE EXCP-FILE.
       B1099-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE PASS OF THE SORTED EXTRACT PRINTS THE CCID SUMMARY
      *     AND WRITES THE MERGED FEED TOGETHER: EACH EXTRACT RECORD
      *     IS ONE DETAIL LINE, AND EACH CHANGE OF SYSTEM/SUBSYSTEM
      *     WITHIN A CCID IS ONE MORE DISTINCT COMBINATION.
      *
       B1100-CCID-SUMMARY-REPORT.
            MOVE +60   TO WS-LINECNT.
            MOVE HEADING-6 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-7 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            OPEN OUTPUT INTF-FILE.
            WRITE INTF-DATA FROM INTF-HDR-RECORD.
            MOVE ZERO TO WS-INTF-REC-CNT.
            OPEN INPUT EXTS-FILE.
            MOVE '0' TO WS-EXTS-EOF-SW.
            MOVE '0' TO WS-CCID-GROUP-SW.
       B1100-LOOP.
            READ EXTS-FILE INTO EXTR-RECORD
                  AT END MOVE '1' TO WS-EXTS-EOF-SW
            END-READ.
            IF WS-EXTS-AT-EOF
               IF WS-CCID-GROUP-ACTIVE
                  PERFORM B1106-CCID-GROUP-END THRU
                          B1106-EXIT
               END-IF
               GO TO B1100-TOTAL.
            ADD 1 TO WS-GRAND-TOTAL.
            IF NOT WS-CCID-GROUP-ACTIVE OR
                  EXTR-CCID NOT = WS-CUR-CCID
               IF WS-CCID-GROUP-ACTIVE
                  PERFORM B1106-CCID-GROUP-END THRU
                          B1106-EXIT
               END-IF
               MOVE '1'          TO WS-CCID-GROUP-SW
               MOVE EXTR-CCID    TO WS-CUR-CCID
               MOVE EXTR-SYSTEM  TO WS-CUR-SYSTEM
               MOVE EXTR-SUBSYS  TO WS-CUR-SUBSYS
               MOVE ZERO         TO WS-CUR-ELEM-CNT
               MOVE 1            TO WS-CUR-SS-CNT
               MOVE EXTR-USER    TO WS-CUR-FIRST-USER
               MOVE '0'          TO WS-CUR-MULTI-USER-SW
            END-IF.
            ADD 1 TO WS-CUR-ELEM-CNT.
            IF EXTR-USER NOT = WS-CUR-FIRST-USER
               MOVE '1' TO WS-CUR-MULTI-USER-SW.
            IF EXTR-SYSTEM NOT = WS-CUR-SYSTEM OR
                  EXTR-SUBSYS NOT = WS-CUR-SUBSYS
               ADD 1 TO WS-CUR-SS-CNT
               MOVE EXTR-SYSTEM  TO WS-CUR-SYSTEM
               MOVE EXTR-SUBSYS  TO WS-CUR-SUBSYS.
            GO TO B1100-LOOP.
       B1100-TOTAL.
            CLOSE EXTS-FILE.
            MOVE 'GRAND TOTAL'    TO DET3-CCID.
            MOVE WS-GRAND-TOTAL   TO DET3-ELEM-COUNT.
            MOVE ZERO             TO DET3-SS-COUNT.
            MOVE DETAIL-3 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE WS-INTF-REC-CNT TO INTT-REC-COUNT.
            MOVE WS-GRAND-TOTAL  TO INTT-ELEM-TOTAL.
            WRITE INTF-DATA FROM INTF-TRL-RECORD.
            CLOSE INTF-FILE.
       B1109-EXIT.
            EXIT.
            SKIP2
      *
      *     CLOSES OUT ONE CCID: ITS SUMMARY LINE AND ITS FEED
      *     RECORD, WITH THE PACKAGE FIELDS FROM THE STREAM FEEDS
      *     AND THE COMPLIANCE FLAG FROM THE MERGED EXCEPTIONS.  THE
      *     SEGREGATION OF DUTIES FLAG IS SET BY AN APPROVER-AUTHORED
      *     LEVEL IN ANY STREAM, OR BY A STREAM'S ONE-USERID
      *     EXCEPTION WHEN THE MERGED EXTRACT BEARS IT OUT.
      *
       B1106-CCID-GROUP-END.
            ADD 1 TO WS-CCID-CNT.
            MOVE WS-CUR-CCID      TO DET3-CCID.
            MOVE WS-CUR-ELEM-CNT  TO DET3-ELEM-COUNT.
            MOVE WS-CUR-SS-CNT    TO DET3-SS-COUNT.
            MOVE DETAIL-3 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE WS-CUR-CCID      TO INTD-CCID.
            MOVE WS-CUR-ELEM-CNT  TO INTD-ELEM-COUNT.
            MOVE WS-CUR-SS-CNT    TO INTD-SS-COUNT.
            MOVE SPACES TO INTD-PKG-ID.
            MOVE SPACES TO INTD-PKG-STATUS.
            MOVE SPACES TO INTD-WINDOW-FROM.
            MOVE SPACES TO INTD-WINDOW-TO.
            IF WS-PKG-CNT > ZERO
               SET WS-PKG-IDX TO 1
               SEARCH WS-PKG-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-PKG-IDX > WS-PKG-CNT
                     CONTINUE
                  WHEN PKG-CCID (WS-PKG-IDX) = WS-CUR-CCID
                     MOVE PKG-ID (WS-PKG-IDX)      TO INTD-PKG-ID
                     MOVE PKG-STATUS (WS-PKG-IDX)  TO INTD-PKG-STATUS
                     MOVE PKG-WINDOW-FROM (WS-PKG-IDX)
                                                TO INTD-WINDOW-FROM
                     MOVE PKG-WINDOW-TO (WS-PKG-IDX)
                                                TO INTD-WINDOW-TO
               END-SEARCH.
            MOVE 'N' TO INTD-CMPL-FLAG.
            IF WS-CEX-CNT > ZERO
               SET WS-CEX-IDX TO 1
               SEARCH WS-CEX-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-CEX-IDX > WS-CEX-CNT
                     CONTINUE
                  WHEN CEX-CCID (WS-CEX-IDX) = WS-CUR-CCID
                     MOVE 'Y' TO INTD-CMPL-FLAG
               END-SEARCH.
            MOVE 'N' TO INTD-SOD-FLAG.
            IF WS-SEX-CNT > ZERO
               SET WS-SEX-IDX TO 1
               SEARCH WS-SEX-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-SEX-IDX > WS-SEX-CNT
                     CONTINUE
                  WHEN SEX-CCID (WS-SEX-IDX) = WS-CUR-CCID
                     IF WS-CUR-MULTI-USER
                        MOVE 'Y' TO SEX-MULTI-USER (WS-SEX-IDX)
                     END-IF
                     IF SEX-SODAUTH (WS-SEX-IDX) = 'Y'
                        MOVE 'Y' TO INTD-SOD-FLAG
                     END-IF
                     IF SEX-ONEUSER (WS-SEX-IDX) = 'Y' AND
                           NOT WS-CUR-MULTI-USER
                        MOVE 'Y' TO INTD-SOD-FLAG
                     END-IF
               END-SEARCH.
            IF INTD-SOD-FLAG = 'Y'
               ADD 1 TO WS-SOD-CCID-CNT.
            WRITE INTF-DATA FROM INTF-DTL-RECORD.
            ADD 1 TO WS-INTF-REC-CNT.
       B1106-EXIT.
            EXIT.
            SKIP2
      *
      *     COPIES THE STREAMS' COMPLIANCE FEEDS TO THE MERGED ONE.
      *     A ONE-USERID RECORD IS DROPPED FOR A CCID THE MERGED
      *     EXTRACT SHOWS WITH MORE THAN ONE AUTHOR, AND AFTER THE
      *     FIRST FOR A CCID MORE THAN ONE STREAM RAISED IT FOR, SO
      *     THE FEED AGREES WITH THE FLAG ON CCIDINTF.
      *
       B1108-PUT-MERGED-CMPL.
            OPEN INPUT CMPL-FILE.
            OPEN OUTPUT CMPLOUT-FILE.
            MOVE '0' TO WS-CEX-EOF-SW.
       B1108-LOOP.
            READ CMPL-FILE INTO CMPL-RECORD
                  AT END MOVE '1' TO WS-CEX-EOF-SW
            END-READ.
            IF WS-CEX-AT-EOF
               GO TO B1108-DONE.
            IF CMPL-REASON NOT = 'ONEUSER' OR WS-SEX-CNT = ZERO
               GO TO B1108-PUT.
            SET WS-SEX-IDX TO 1.
            SEARCH WS-SEX-ENTRY
               AT END
                  GO TO B1108-PUT
               WHEN WS-SEX-IDX > WS-SEX-CNT
                  GO TO B1108-PUT
               WHEN SEX-CCID (WS-SEX-IDX) = CMPL-CCID
                  CONTINUE
            END-SEARCH.
            IF SEX-MULTI-USER (WS-SEX-IDX) = 'Y' OR
               SEX-ONEUSER-PUT (WS-SEX-IDX) = 'Y'
               ADD 1 TO WS-CMPL-DROP-CNT
               GO TO B1108-LOOP.
            MOVE 'Y' TO SEX-ONEUSER-PUT (WS-SEX-IDX).
       B1108-PUT.
            WRITE CMPLOUT-DATA FROM CMPL-RECORD.
            ADD 1 TO WS-CMPL-OUT-CNT.
            GO TO B1108-LOOP.
       B1108-DONE.
            CLOSE CMPL-FILE.
            CLOSE CMPLOUT-FILE.
       B1108-EXIT.
            EXIT.
            SKIP2
      *
      *     MATCH-MERGES THE MERGED INVENTORY AGAINST THE PRECEDING
      *     RUN'S, EXACTLY AS THE SINGLE-RUN REPORT DOES.
      *
       B1110-INVENTORY-DIFF-REPORT.
            MOVE +60   TO WS-LINECNT.
            MOVE HEADING-8 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-GENCHK-FAILED
               PERFORM B1256-PRINT-GEN-CHECK THRU
                       B1256-EXIT
               GO TO B1119-EXIT.
            IF WS-CONV-RUN
               MOVE HEADING-49 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
            MOVE HEADING-9 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            OPEN INPUT HISTORY-FILE.
            OPEN INPUT PRIOR-FILE.
            MOVE '0' TO HIST-EOF-SW.
            MOVE '0' TO PRIOR-EOF-SW.
            PERFORM B1111-READ-HISTORY THRU
                    B1111-EXIT.
            PERFORM B1112-READ-PRIOR THRU
                    B1112-EXIT.
       B1110-LOOP.
            IF HIST-AT-EOF AND PRIOR-AT-EOF
               GO TO B1110-EOF.
            IF PRIOR-AT-EOF OR
                  (NOT HIST-AT-EOF AND HIST-KEY < PRIOR-KEY)
               PERFORM B1113-APPEARED THRU
                       B1113-EXIT
               PERFORM B1111-READ-HISTORY THRU
                       B1111-EXIT
               GO TO B1110-LOOP.
            IF HIST-AT-EOF OR HIST-KEY > PRIOR-KEY
               PERFORM B1114-DISAPPEARED THRU
                       B1114-EXIT
               PERFORM B1112-READ-PRIOR THRU
                       B1112-EXIT
               GO TO B1110-LOOP.
            PERFORM B1111-READ-HISTORY THRU
                    B1111-EXIT.
            PERFORM B1112-READ-PRIOR THRU
                    B1112-EXIT.
            GO TO B1110-LOOP.
       B1110-EOF.
            CLOSE HISTORY-FILE.
            CLOSE PRIOR-FILE.
       B1119-EXIT.
            EXIT.
            SKIP2
      *
      *     THE HEADER IS PASSED OVER AND THE TRAILER ENDS THE FILE.
      *
       B1111-READ-HISTORY.
            READ HISTORY-FILE INTO HIST-RECORD
                  AT END MOVE '1' TO HIST-EOF-SW
                         GO TO B1111-EXIT
            END-READ.
            IF HCTL-HEADER
               GO TO B1111-READ-HISTORY.
            IF HCTL-TRAILER
               MOVE '1' TO HIST-EOF-SW.
       B1111-EXIT.
            EXIT.
            SKIP2
       B1112-READ-PRIOR.
            READ PRIOR-FILE INTO PRIOR-RECORD
                  AT END MOVE '1' TO PRIOR-EOF-SW
                         GO TO B1112-EXIT
            END-READ.
            IF PCTL-HEADER
               GO TO B1112-READ-PRIOR.
            IF PCTL-TRAILER
               MOVE '1' TO PRIOR-EOF-SW.
       B1112-EXIT.
            EXIT.
            SKIP2
       B1113-APPEARED.
            MOVE 'APPEARED'    TO DET4-STATUS.
            MOVE HIST-CCID     TO DET4-CCID.
            MOVE HIST-ELEMENT  TO DET4-ELEMENT.
            MOVE HIST-TYPE     TO DET4-TYPE.
            MOVE HIST-SYSTEM   TO DET4-SYSTEM.
            MOVE HIST-SUBSYS   TO DET4-SUBSYS.
            MOVE DETAIL-4      TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1113-EXIT.
            EXIT.
            SKIP2
       B1114-DISAPPEARED.
            ADD 1 TO WS-DISAPPEARED-CNT.
            MOVE 'DISAPPEARED' TO DET4-STATUS.
            MOVE PRIOR-CCID    TO DET4-CCID.
            MOVE PRIOR-ELEMENT TO DET4-ELEMENT.
            MOVE PRIOR-TYPE    TO DET4-TYPE.
            MOVE PRIOR-SYSTEM  TO DET4-SYSTEM.
            MOVE PRIOR-SUBSYS  TO DET4-SUBSYS.
            MOVE DETAIL-4      TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1114-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE STATISTICS HISTORY RECORD FOR THE WHOLE PARALLEL RUN,
      *     FROM THE STREAMS' OPERATIONS LOGS: THE EARLIEST STREAM
      *     START, THE LATEST STREAM END, THE LONGEST STREAM'S
      *     ELAPSED SECONDS -- THE STREAMS RUN SIDE BY SIDE, SO THAT
      *     IS THE RUN'S OWN -- AND THE ACTIVITY COUNTS SUMMED OVER
      *     THE STREAMS' RUN-END RECORDS.  A STREAM THAT STARTED BUT
      *     NEVER ENDED ADDS ONLY ITS START TIME.
      *
       B1190-MERGE-RUN-STATS.
            MOVE HIGH-VALUES TO WS-STRM-FIRST-START.
            MOVE LOW-VALUES  TO WS-STRM-LAST-END.
            OPEN INPUT OPSLOG-FILE.
            MOVE '0' TO WS-OPSL-EOF-SW.
       B1190-LOOP.
            READ OPSLOG-FILE INTO OPSLOG-RECORD
                  AT END MOVE '1' TO WS-OPSL-EOF-SW
            END-READ.
            IF WS-OPSL-AT-EOF
               GO TO B1190-DONE.
            IF OPSL-EVENT = 'RUN-STRT'
               ADD 1 TO WS-OPSL-STRT-CNT
               IF OPSL-TIME < WS-STRM-FIRST-START
                  MOVE OPSL-TIME TO WS-STRM-FIRST-START
               END-IF
               GO TO B1190-LOOP.
            IF OPSL-EVENT NOT = 'RUN-END '
               GO TO B1190-LOOP.
            ADD 1 TO WS-OPSL-END-CNT.
            IF OPSL-TIME > WS-STRM-LAST-END
               MOVE OPSL-TIME TO WS-STRM-LAST-END.
            IF OPSL-ELAPSED > WS-ELAPSED-SECS
               MOVE OPSL-ELAPSED TO WS-ELAPSED-SECS.
            ADD OPSL-API-CALLS  TO WS-API-CALL-CNT.
            ADD OPSL-LISTED     TO WS-ELEM-LISTED-CNT.
            ADD OPSL-BROWSED    TO WS-ELEM-BROWSED-CNT.
            ADD OPSL-DETAIL     TO WS-DETAIL-LINE-CNT.
            ADD OPSL-EXTRACTED  TO WS-EXTRACT-CNT.
            GO TO B1190-LOOP.
       B1190-DONE.
            CLOSE OPSLOG-FILE.
            IF WS-OPSL-STRT-CNT = ZERO
               MOVE SPACES TO WS-STRM-FIRST-START.
            IF WS-OPSL-END-CNT = ZERO
               MOVE SPACES TO WS-STRM-LAST-END.
            IF WS-OPSL-END-CNT NOT = WS-OPSL-STRT-CNT
               DISPLAY 'CCIDMRGE - STREAM STARTS AND ENDS ON OPSLOG '
                       'DO NOT PAIR - RUN STATISTICS INCOMPLETE'.
            PERFORM B1192-PUT-STAT-HISTORY THRU
                    B1192-EXIT.
       B1199-EXIT.
            EXIT.
            SKIP2
      *
      *     ADDS THE RUN'S DATED SUMMARY RECORD TO THE PERMANENT
      *     STATISTICS HISTORY, COPYING THE CARRIED-IN HISTORY
      *     FORWARD BETWEEN A NEW HEADER AND TRAILER.  THE CARD
      *     COUNT IS THE CARD TIMING ROWS JUST APPENDED AND THE
      *     REJECTED COUNT THE MERGED EXCEPTION RECORDS, AS A SINGLE
      *     RUN COUNTS THEM.
      *
       B1192-PUT-STAT-HISTORY.
            OPEN INPUT STATHIST-FILE.
            OPEN OUTPUT STATOUT-FILE.
            MOVE ZERO TO WS-STH-OUT-CNT.
            MOVE SPACES      TO STH-RECORD.
            MOVE LOW-VALUES  TO SCTL-MARK.
            MOVE WS-RUN-DATE TO SCTL-RUN-DATE.
            MOVE WS-RUN-SEQ  TO SCTL-RUN-SEQ.
            MOVE ZERO        TO SCTL-REC-COUNT.
            WRITE STATOUT-DATA FROM STH-CTL-RECORD.
            MOVE '0' TO WS-STH-EOF-SW.
       B1192-COPY.
            READ STATHIST-FILE INTO STH-RECORD
                  AT END MOVE '1' TO WS-STH-EOF-SW
            END-READ.
            IF WS-STH-AT-EOF
               GO TO B1192-ADD.
            IF SCTL-HEADER OR SCTL-TRAILER
               GO TO B1192-COPY.
            WRITE STATOUT-DATA FROM STH-RECORD.
            ADD 1 TO WS-STH-OUT-CNT.
            GO TO B1192-COPY.
       B1192-ADD.
            CLOSE STATHIST-FILE.
            MOVE WS-RUN-DATE         TO STH-RUN-DATE.
            MOVE WS-STRM-FIRST-START TO STH-START-TIME.
            MOVE WS-STRM-LAST-END    TO STH-END-TIME.
            MOVE WS-ELAPSED-SECS     TO STH-ELAPSED.
            MOVE WS-API-CALL-CNT     TO STH-API-CALLS.
            MOVE WS-ELEM-LISTED-CNT  TO STH-LISTED.
            MOVE WS-ELEM-BROWSED-CNT TO STH-BROWSED.
            MOVE WS-DETAIL-LINE-CNT  TO STH-DETAIL.
            MOVE WS-EXTRACT-CNT      TO STH-EXTRACTED.
            MOVE WS-CARDTIME-CNT     TO STH-CARDS.
            MOVE WS-EXCP-CNT         TO STH-REJECTED.
            WRITE STATOUT-DATA FROM STH-RECORD.
            ADD 1 TO WS-STH-OUT-CNT.
            MOVE SPACES         TO STH-RECORD.
            MOVE HIGH-VALUES    TO SCTL-MARK.
            MOVE WS-RUN-DATE    TO SCTL-RUN-DATE.
            MOVE WS-RUN-SEQ     TO SCTL-RUN-SEQ.
            MOVE WS-STH-OUT-CNT TO SCTL-REC-COUNT.
            WRITE STATOUT-DATA FROM STH-CTL-RECORD.
            CLOSE STATOUT-FILE.
       B1192-EXIT.
            EXIT.
            SKIP2
      *
      *     APPENDS THE STREAMS' CARD TIMING ROWS TO THE PERMANENT
      *     CARD TIMING HISTORY IN ONE PASS, SO CCIDSPLT SEES THE
      *     PARALLEL RUN'S CARDS JUST AS IT WOULD A SINGLE RUN'S.
      *
       B1193-PUT-CARD-TIMINGS.
            MOVE ZERO TO WS-CARDTIME-CNT.
            OPEN INPUT CARDTSTM-FILE.
            OPEN EXTEND CARDTIME-FILE.
       B1193-LOOP.
            READ CARDTSTM-FILE
                  AT END GO TO B1193-DONE.
            WRITE CARDTIME-DATA FROM CARDTSTM-DATA.
            ADD 1 TO WS-CARDTIME-CNT.
            GO TO B1193-LOOP.
       B1193-DONE.
            CLOSE CARDTSTM-FILE.
            CLOSE CARDTIME-FILE.
       B1193-EXIT.
            EXIT.
            SKIP2
      *
      *     TREND REPORT OVER THE STATISTICS HISTORY: READS THE WHOLE
      *     HISTORY KEEPING THE LAST TEN RECORDS (THE NEWEST IS THE
      *     MERGED RUN'S, ADDED JUST ABOVE) AND PRINTS THEM SIDE BY SIDE
      *     WITH THE ELAPSED-TIME PERCENT CHANGE AGAINST THE PRIOR
      *     RUN AND THE DEVIATION FLAG.  CAPACITY PLANNING READS THIS
      *     PAGE INSTEAD OF ASKING THE OPERATOR.
      *
       B1195-TREND-REPORT.
            MOVE +60   TO WS-LINECNT.
            MOVE HEADING-32 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-33 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            OPEN INPUT STATOUT-FILE.
            MOVE '0'  TO WS-STH-EOF-SW.
            MOVE ZERO TO WS-TRD-CNT.
       B1195-LOOP.
            READ STATOUT-FILE INTO STH-RECORD
                  AT END MOVE '1' TO WS-STH-EOF-SW
            END-READ.
            IF WS-STH-AT-EOF
               GO TO B1195-PRINT.
            IF SCTL-HEADER OR SCTL-TRAILER
               GO TO B1195-LOOP.
            PERFORM B1196-KEEP-TREND-ROW THRU
                    B1196-EXIT.
            GO TO B1195-LOOP.
       B1195-PRINT.
            CLOSE STATOUT-FILE.
            IF WS-TRD-CNT = ZERO
               GO TO B1195-EXIT.
            MOVE ZERO TO WS-TRD-POS.
       B1195-ROW.
            ADD 1 TO WS-TRD-POS.
            IF WS-TRD-POS > WS-TRD-CNT
               GO TO B1195-EXIT.
            MOVE TRD-DATE (WS-TRD-POS)    TO DET16-DATE.
            MOVE TRD-ELAPSED (WS-TRD-POS) TO DET16-ELAPSED.
            MOVE TRD-API (WS-TRD-POS)     TO DET16-API.
            MOVE TRD-LISTED (WS-TRD-POS)  TO DET16-LISTED.
            MOVE TRD-BROWSED (WS-TRD-POS) TO DET16-BROWSED.
            MOVE TRD-DETAIL (WS-TRD-POS)  TO DET16-DETAIL.
            MOVE TRD-EXTRACT (WS-TRD-POS) TO DET16-EXTRACT.
            MOVE TRD-CARDS (WS-TRD-POS)   TO DET16-CARDS.
            MOVE TRD-REJ (WS-TRD-POS)     TO DET16-REJ.
            MOVE ZERO TO WS-TRD-PCT.
            IF WS-TRD-POS > 1
               COMPUTE WS-TRD-POS2 = WS-TRD-POS - 1
               IF TRD-ELAPSED (WS-TRD-POS2) > ZERO
                  COMPUTE WS-TRD-PCT =
                     ((TRD-ELAPSED (WS-TRD-POS)
                       - TRD-ELAPSED (WS-TRD-POS2)) * 100)
                     / TRD-ELAPSED (WS-TRD-POS2).
            MOVE WS-TRD-PCT TO DET16-PCT.
            PERFORM B1197-CHECK-DEVIATION THRU
                    B1197-EXIT.
            MOVE DETAIL-16 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO B1195-ROW.
       B1195-EXIT.
            EXIT.
            SKIP2
      *
      *     KEEPS THE NEWEST TEN HISTORY RECORDS: WHILE THE TABLE
      *     HAS ROOM RECORDS APPEND; ONCE FULL, EVERYTHING SHIFTS UP
      *     A SLOT AND THE OLDEST FALLS OFF.
      *
       B1196-KEEP-TREND-ROW.
            IF WS-TRD-CNT < 10
               ADD 1 TO WS-TRD-CNT
               MOVE WS-TRD-CNT TO WS-TRD-POS
               GO TO B1196-PLACE.
            MOVE ZERO TO WS-TRD-POS.
       B1196-SHIFT.
            ADD 1 TO WS-TRD-POS.
            IF WS-TRD-POS > 9
               GO TO B1196-LAST.
            COMPUTE WS-TRD-POS2 = WS-TRD-POS + 1.
            MOVE WS-TRD-ENTRY (WS-TRD-POS2)
              TO WS-TRD-ENTRY (WS-TRD-POS).
            GO TO B1196-SHIFT.
       B1196-LAST.
            MOVE 10 TO WS-TRD-POS.
       B1196-PLACE.
            MOVE STH-RUN-DATE  TO TRD-DATE (WS-TRD-POS).
            MOVE STH-ELAPSED   TO TRD-ELAPSED (WS-TRD-POS).
            MOVE STH-API-CALLS TO TRD-API (WS-TRD-POS).
            MOVE STH-LISTED    TO TRD-LISTED (WS-TRD-POS).
            MOVE STH-BROWSED   TO TRD-BROWSED (WS-TRD-POS).
            MOVE STH-DETAIL    TO TRD-DETAIL (WS-TRD-POS).
            MOVE STH-EXTRACTED TO TRD-EXTRACT (WS-TRD-POS).
            MOVE STH-CARDS     TO TRD-CARDS (WS-TRD-POS).
            MOVE STH-REJECTED  TO TRD-REJ (WS-TRD-POS).
       B1196-EXIT.
            EXIT.
            SKIP2
      *
      *     FLAGS THE ROW IN HAND WHEN ITS ELAPSED TIME OR API CALL
      *     VOLUME RUNS HALF AGAIN ABOVE THE AVERAGE OF THE RETAINED
      *     RUNS BEFORE IT.  AT LEAST THREE EARLIER RUNS ARE NEEDED
      *     BEFORE THE AVERAGE MEANS ANYTHING.
      *
       B1197-CHECK-DEVIATION.
            MOVE SPACES TO DET16-FLAG.
            IF WS-TRD-POS < 4
               GO TO B1197-EXIT.
            MOVE ZERO TO WS-TRD-SUM-EL.
            MOVE ZERO TO WS-TRD-SUM-API.
            MOVE ZERO TO WS-TRD-POS2.
       B1197-SUM.
            ADD 1 TO WS-TRD-POS2.
            IF WS-TRD-POS2 NOT < WS-TRD-POS
               GO TO B1197-AVG.
            ADD TRD-ELAPSED (WS-TRD-POS2) TO WS-TRD-SUM-EL.
            ADD TRD-API (WS-TRD-POS2)     TO WS-TRD-SUM-API.
            GO TO B1197-SUM.
       B1197-AVG.
            COMPUTE WS-TRD-AVG-EL =
                    WS-TRD-SUM-EL / (WS-TRD-POS - 1).
            COMPUTE WS-TRD-AVG-API =
                    WS-TRD-SUM-API / (WS-TRD-POS - 1).
            IF WS-TRD-AVG-EL > ZERO AND
                  TRD-ELAPSED (WS-TRD-POS) * 2 > WS-TRD-AVG-EL * 3
               MOVE '*DEVIATES*' TO DET16-FLAG
               GO TO B1197-EXIT.
            IF WS-TRD-AVG-API > ZERO AND
                  TRD-API (WS-TRD-POS) * 2 > WS-TRD-AVG-API * 3
               MOVE '*DEVIATES*' TO DET16-FLAG.
       B1197-EXIT.
            EXIT.
            SKIP2
      *
      *     MULTI-GENERATION CHURN REPORT.  ROLLS THE CARRIED-IN
      *     INVENTORY GENERATIONS FORWARD (NEWEST NINE RUN DATES PLUS
      *     THE MERGED INVENTORY), SORTS THE RETAINED GENERATIONS BY
      *     ELEMENT/TYPE, AND PRINTS FOR EACH ELEMENT/TYPE HOW MANY
      *     OF THE RETAINED RUNS IT APPEARED IN AND HOW MANY DISTINCT
      *     CCIDS IT MOVED UNDER -- THE CONSTANT-CHURN HOTSPOTS THE
      *     ONE-DAY APPEARED/DISAPPEARED DIFF CANNOT SHOW.
      *
       B1200-CHURN-REPORT.
            MOVE +60   TO WS-LINECNT.
            PERFORM B1202-SCAN-GEN-DATES THRU
                    B1202-EXIT.
            PERFORM B1204-ROLL-GENERATIONS THRU
                    B1204-EXIT.
            IF WS-GENCHK-FAILED
               MOVE HEADING-24 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT
               PERFORM B1256-PRINT-GEN-CHECK THRU
                       B1256-EXIT
               GO TO B1209-EXIT.
            SORT CHURN-SORT-FILE
                ASCENDING KEY CHS-ELEMENT CHS-TYPE CHS-RUN-DATE
                              CHS-CCID
                WITH DUPLICATES IN ORDER
                USING CHURN-WORK
                GIVING CHURN-SORTED.
            MOVE HEADING-24 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-CONV-RUN
               MOVE HEADING-49 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT.
            MOVE WS-GEN-RETAINED TO HDR25-GENS.
            MOVE HEADING-25 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-26 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            OPEN INPUT CHURN-SORTED.
            MOVE '0' TO WS-CHSRT-EOF-SW.
            MOVE '0' TO WS-CH-GROUP-SW.
       B1200-LOOP.
            READ CHURN-SORTED INTO CHW-RECORD
                  AT END MOVE '1' TO WS-CHSRT-EOF-SW
            END-READ.
            IF WS-CHSRT-AT-EOF
               IF WS-CH-GROUP-ACTIVE
                  PERFORM B1206-CHURN-GROUP-END THRU
                          B1206-EXIT
               END-IF
               GO TO B1200-EOF.
            IF NOT WS-CH-GROUP-ACTIVE OR
                  CHW-ELEMENT NOT = WS-CH-CUR-ELEMENT OR
                  CHW-TYPE NOT = WS-CH-CUR-TYPE
               IF WS-CH-GROUP-ACTIVE
                  PERFORM B1206-CHURN-GROUP-END THRU
                          B1206-EXIT
               END-IF
               MOVE '1'         TO WS-CH-GROUP-SW
               MOVE CHW-ELEMENT TO WS-CH-CUR-ELEMENT
               MOVE CHW-TYPE    TO WS-CH-CUR-TYPE
               MOVE SPACES      TO WS-CH-LAST-DATE
               MOVE ZERO        TO WS-CH-RUN-CNT
               MOVE ZERO        TO WS-CH-CCID-CNT
            END-IF.
            IF CHW-RUN-DATE NOT = WS-CH-LAST-DATE
               ADD 1 TO WS-CH-RUN-CNT
               MOVE CHW-RUN-DATE TO WS-CH-LAST-DATE.
            PERFORM B1207-ACCUM-CHURN-CCID THRU
                    B1207-EXIT.
            GO TO B1200-LOOP.
       B1200-EOF.
            CLOSE CHURN-SORTED.
            MOVE 'ELEMENTS ANALYZED'    TO STAT-LABEL.
            MOVE WS-CHURN-ELEM-CNT     TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            PERFORM B1208-HOTSPOT-SECTION THRU
                    B1208-EXIT.
       B1209-EXIT.
            EXIT.
            SKIP2
      *
      *     FIRST PASS OF THE CARRIED-IN GENERATIONS: COLLECTS THE
      *     DISTINCT RUN DATES, DESCENDING, SO THE RETENTION CUT CAN
      *     BE SET AT THE NINTH-NEWEST DATE.  RECORDS ALREADY STAMPED
      *     WITH THIS RUN'S DATE ARE A SAME-DAY RERUN'S LEAVINGS AND
      *     ARE SUPERSEDED BY THIS RUN'S INVENTORY.
      *
       B1202-SCAN-GEN-DATES.
            MOVE ZERO TO WS-GDAT-CNT.
            OPEN INPUT GENIN-FILE.
            MOVE '0' TO WS-GENIN-EOF-SW.
       B1202-LOOP.
            READ GENIN-FILE INTO GEN-RECORD
                  AT END MOVE '1' TO WS-GENIN-EOF-SW
            END-READ.
            IF WS-GENIN-AT-EOF
               GO TO B1202-DONE.
            IF GCTL-HEADER OR GCTL-TRAILER
               GO TO B1202-LOOP.
            IF GEN-RUN-DATE = WS-RUN-DATE
               GO TO B1202-LOOP.
            PERFORM B1203-ADD-GEN-DATE THRU
                    B1203-EXIT.
            GO TO B1202-LOOP.
       B1202-DONE.
            CLOSE GENIN-FILE.
            IF WS-GDAT-CNT > 9
               MOVE GDAT-DATE (9) TO WS-GEN-KEEP-MIN
               COMPUTE WS-GEN-RETAINED = 9 + 1
            ELSE
               MOVE LOW-VALUES TO WS-GEN-KEEP-MIN
               COMPUTE WS-GEN-RETAINED = WS-GDAT-CNT + 1.
       B1202-EXIT.
            EXIT.
            SKIP2
      *
      *     INSERTS ONE RUN DATE INTO THE DESCENDING DATE TABLE,
      *     IGNORING A DATE ALREADY THERE.  THE TABLE HOLDS FIVE
      *     TIMES THE GENERATIONS EVER CARRIED FORWARD, SO OVERFLOW
      *     ONLY MEANS A HAND-EDITED GENERATION FILE; IT IS NOTED
      *     ONCE AND THE EXTRA DATES AGE OUT AS TOO OLD.
      *
       B1203-ADD-GEN-DATE.
            IF WS-GDAT-CNT = ZERO
               MOVE 1 TO WS-GDAT-CNT
               MOVE GEN-RUN-DATE TO GDAT-DATE (1)
               GO TO B1203-EXIT.
            MOVE ZERO TO WS-GDAT-POS.
       B1203-FIND.
            ADD 1 TO WS-GDAT-POS.
            IF WS-GDAT-POS > WS-GDAT-CNT
               GO TO B1203-INSERT.
            IF GDAT-DATE (WS-GDAT-POS) = GEN-RUN-DATE
               GO TO B1203-EXIT.
            IF GDAT-DATE (WS-GDAT-POS) < GEN-RUN-DATE
               GO TO B1203-INSERT.
            GO TO B1203-FIND.
       B1203-INSERT.
            IF WS-GDAT-CNT NOT < 50
               IF NOT WS-GDAT-OVFL
                  MOVE '1' TO WS-GDAT-OVFL-SW
                  DISPLAY 'CCIDMRGE - GENERATION DATE TABLE FULL AT '
                          '50 DATES - OLDEST GENERATIONS DROPPED'
                  GO TO B1203-EXIT
               ELSE
                  GO TO B1203-EXIT.
            MOVE WS-GDAT-CNT TO WS-GDAT-SHIFT.
       B1203-SHIFT.
            IF WS-GDAT-SHIFT < WS-GDAT-POS
               GO TO B1203-PLACE.
            COMPUTE WS-GDAT-SHIFT2 = WS-GDAT-SHIFT + 1.
            MOVE GDAT-DATE (WS-GDAT-SHIFT)
              TO GDAT-DATE (WS-GDAT-SHIFT2).
            SUBTRACT 1 FROM WS-GDAT-SHIFT.
            GO TO B1203-SHIFT.
       B1203-PLACE.
            MOVE GEN-RUN-DATE TO GDAT-DATE (WS-GDAT-POS).
            ADD 1 TO WS-GDAT-CNT.
       B1203-EXIT.
            EXIT.
            SKIP2
      *
      *     SECOND PASS: COPIES THE RETAINED GENERATIONS TO THE
      *     CARRIED-FORWARD FILE AND THE CHURN SORT WORK FILE, THEN
      *     APPENDS THIS RUN'S INVENTORY FROM HISTORY-FILE STAMPED
      *     WITH THE RUN DATE.  THE CARRIED-IN HEADER AND TRAILER ARE
      *     DROPPED AND THE OUTPUT GETS THIS RUN'S OWN.  THE ROLL
      *     RUNS EVEN WHEN THE GENERATION CHECK FAILED, SO THE NEXT
      *     RUN STILL HAS A CHAIN TO CHECK; A RUN ENDING 24 IS RERUN
      *     WITH THE RIGHT GENERATIONS, WHICH SUPERSEDES THIS OUTPUT.
      *
       B1204-ROLL-GENERATIONS.
            OPEN INPUT GENIN-FILE.
            OPEN OUTPUT GENOUT-FILE.
            OPEN OUTPUT CHURN-WORK.
            MOVE '0' TO WS-GENIN-EOF-SW.
            MOVE ZERO TO WS-GEN-OUT-CNT.
            MOVE SPACES      TO GEN-RECORD.
            MOVE LOW-VALUES  TO GCTL-MARK.
            MOVE WS-RUN-DATE TO GCTL-RUN-DATE.
            MOVE WS-RUN-SEQ  TO GCTL-RUN-SEQ.
            MOVE ZERO        TO GCTL-REC-COUNT.
            WRITE GENOUT-DATA FROM GEN-CTL-RECORD.
       B1204-LOOP.
            READ GENIN-FILE INTO GEN-RECORD
                  AT END MOVE '1' TO WS-GENIN-EOF-SW
            END-READ.
            IF WS-GENIN-AT-EOF
               GO TO B1204-HIST.
            IF GCTL-HEADER OR GCTL-TRAILER
               GO TO B1204-LOOP.
            IF GEN-RUN-DATE = WS-RUN-DATE
               GO TO B1204-LOOP.
            IF GEN-RUN-DATE < WS-GEN-KEEP-MIN
               GO TO B1204-LOOP.
            WRITE GENOUT-DATA FROM GEN-RECORD.
            ADD 1 TO WS-GEN-OUT-CNT.
            PERFORM B1205-PUT-CHURN-WORK THRU
                    B1205-EXIT.
            GO TO B1204-LOOP.
       B1204-HIST.
            CLOSE GENIN-FILE.
            OPEN INPUT HISTORY-FILE.
            MOVE '0' TO HIST-EOF-SW.
       B1204-HLOOP.
            READ HISTORY-FILE INTO HIST-RECORD
                  AT END MOVE '1' TO HIST-EOF-SW
            END-READ.
            IF HIST-AT-EOF
               GO TO B1204-DONE.
            IF HCTL-HEADER OR HCTL-TRAILER
               GO TO B1204-HLOOP.
            MOVE WS-RUN-DATE  TO GEN-RUN-DATE.
            MOVE HIST-CCID    TO GEN-CCID.
            MOVE HIST-ELEMENT TO GEN-ELEMENT.
            MOVE HIST-TYPE    TO GEN-TYPE.
            WRITE GENOUT-DATA FROM GEN-RECORD.
            ADD 1 TO WS-GEN-OUT-CNT.
            PERFORM B1205-PUT-CHURN-WORK THRU
                    B1205-EXIT.
            GO TO B1204-HLOOP.
       B1204-DONE.
            CLOSE HISTORY-FILE.
            MOVE SPACES         TO GEN-RECORD.
            MOVE HIGH-VALUES    TO GCTL-MARK.
            MOVE WS-RUN-DATE    TO GCTL-RUN-DATE.
            MOVE WS-RUN-SEQ     TO GCTL-RUN-SEQ.
            MOVE WS-GEN-OUT-CNT TO GCTL-REC-COUNT.
            WRITE GENOUT-DATA FROM GEN-CTL-RECORD.
            CLOSE GENOUT-FILE.
            CLOSE CHURN-WORK.
       B1204-EXIT.
            EXIT.
            SKIP2
       B1205-PUT-CHURN-WORK.
            MOVE GEN-ELEMENT  TO CHW-ELEMENT.
            MOVE GEN-TYPE     TO CHW-TYPE.
            MOVE GEN-RUN-DATE TO CHW-RUN-DATE.
            MOVE GEN-CCID     TO CHW-CCID.
            WRITE CHURN-WORK-DATA FROM CHW-RECORD.
       B1205-EXIT.
            EXIT.
            SKIP2
      *
      *     CLOSES OUT ONE ELEMENT/TYPE GROUP: PRINTS ITS RUN AND
      *     DISTINCT-CCID COUNTS, FLAGS IT WHEN EITHER COUNT REACHES
      *     ITS HOTSPOT THRESHOLD, AND KEEPS FLAGGED GROUPS FOR THE
      *     TRAILING HOTSPOT SECTION.
      *
       B1206-CHURN-GROUP-END.
            ADD 1 TO WS-CHURN-ELEM-CNT.
            MOVE WS-CH-CUR-ELEMENT TO DET13-ELEMENT.
            MOVE WS-CH-CUR-TYPE    TO DET13-TYPE.
            MOVE WS-CH-RUN-CNT     TO DET13-RUNS.
            MOVE WS-CH-CCID-CNT    TO DET13-CCIDS.
            MOVE SPACES            TO DET13-FLAG.
            IF WS-CH-RUN-CNT NOT < WS-CHURN-HOT-RUNS OR
                  WS-CH-CCID-CNT NOT < WS-CHURN-HOT-CCIDS
               MOVE '*HOTSPOT*' TO DET13-FLAG
               IF WS-HOT-CNT < 200
                  ADD 1 TO WS-HOT-CNT
                  SET WS-HOT-IDX TO WS-HOT-CNT
                  MOVE WS-CH-CUR-ELEMENT TO HOT-ELEMENT (WS-HOT-IDX)
                  MOVE WS-CH-CUR-TYPE    TO HOT-TYPE (WS-HOT-IDX)
                  MOVE WS-CH-RUN-CNT     TO HOT-RUNS (WS-HOT-IDX)
                  MOVE WS-CH-CCID-CNT    TO HOT-CCIDS (WS-HOT-IDX)
               ELSE
                  IF NOT WS-HOT-OVFL
                     MOVE '1' TO WS-HOT-OVFL-SW
                     DISPLAY 'CCIDMRGE - HOTSPOT TABLE FULL AT 200 '
                             'ELEMENTS - HOTSPOT SECTION INCOMPLETE'
                  END-IF
               END-IF
            END-IF.
            MOVE DETAIL-13 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1206-EXIT.
            EXIT.
            SKIP2
       B1207-ACCUM-CHURN-CCID.
            IF WS-CH-CCID-CNT = ZERO
               GO TO B1207-ADD.
            SET WS-CHC-IDX TO 1.
       B1207-LOOP.
            IF WS-CHC-IDX > WS-CH-CCID-CNT
               GO TO B1207-ADD.
            IF CHC-CCID (WS-CHC-IDX) = CHW-CCID
               GO TO B1207-EXIT.
            SET WS-CHC-IDX UP BY 1.
            GO TO B1207-LOOP.
       B1207-ADD.
            IF WS-CH-CCID-CNT < 20
               ADD 1 TO WS-CH-CCID-CNT
               SET WS-CHC-IDX TO WS-CH-CCID-CNT
               MOVE CHW-CCID TO CHC-CCID (WS-CHC-IDX)
            ELSE
               IF NOT WS-CH-CCID-OVFL
                  MOVE '1' TO WS-CH-CCID-OVFL-SW
                  DISPLAY 'CCIDMRGE - CHURN CCID TABLE FULL AT 20 '
                          'FOR ELEMENT=' WS-CH-CUR-ELEMENT
                          ' - DISTINCT CCID COUNT WILL UNDERCOUNT'
               END-IF.
       B1207-EXIT.
            EXIT.
            SKIP2
       B1208-HOTSPOT-SECTION.
            IF WS-HOT-CNT = ZERO
               GO TO B1208-EXIT.
            MOVE HEADING-27 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            SET WS-HOT-IDX TO 1.
       B1208-LOOP.
            MOVE HOT-ELEMENT (WS-HOT-IDX) TO DET13-ELEMENT.
            MOVE HOT-TYPE (WS-HOT-IDX)    TO DET13-TYPE.
            MOVE HOT-RUNS (WS-HOT-IDX)    TO DET13-RUNS.
            MOVE HOT-CCIDS (WS-HOT-IDX)   TO DET13-CCIDS.
            MOVE '*HOTSPOT*'              TO DET13-FLAG.
            MOVE DETAIL-13 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            SET WS-HOT-IDX UP BY 1.
            IF WS-HOT-IDX > WS-HOT-CNT
               GO TO B1208-TOTAL.
            GO TO B1208-LOOP.
       B1208-TOTAL.
            MOVE 'HOTSPOTS FLAGGED'      TO STAT-LABEL.
            MOVE WS-HOT-CNT              TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1208-EXIT.
            EXIT.
            SKIP2
      *
      *     DUPLICATE-ELEMENT REPORT OVER ALL STREAMS.  EVERY CARD
      *     FOR A SYSTEM RAN IN THE SAME STREAM, SO EACH LOCATION'S
      *     LEVELS ARRIVE IN THEIR ORIGINAL BROWSE ORDER AND THE
      *     LATEST-DATED LEVEL IS KEPT AS IN THE SINGLE-RUN REPORT.
      *
       B1240-DUP-ELEMENT-REPORT.
            SORT DUP-SORT-FILE
                ASCENDING KEY DUS-ELEMENT DUS-TYPE DUS-SYSTEM
                              DUS-SUBSYS
                WITH DUPLICATES IN ORDER
                USING DUPW-FILE
                GIVING DUPS-FILE.
            MOVE +60   TO WS-LINECNT.
            MOVE HEADING-30 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-31 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            OPEN INPUT DUPS-FILE.
            MOVE '0' TO WS-DUPS-EOF-SW.
            MOVE '0' TO WS-DUP-GROUP-SW.
       B1240-LOOP.
            READ DUPS-FILE INTO DUW-RECORD
                  AT END MOVE '1' TO WS-DUPS-EOF-SW
            END-READ.
            IF WS-DUPS-AT-EOF
               IF WS-DUP-GROUP-ACTIVE
                  PERFORM B1246-DUP-GROUP-END THRU
                          B1246-EXIT
               END-IF
               GO TO B1240-EOF.
            IF NOT WS-DUP-GROUP-ACTIVE OR
                  DUW-ELEMENT NOT = WS-DUP-CUR-ELEMENT OR
                  DUW-TYPE NOT = WS-DUP-CUR-TYPE
               IF WS-DUP-GROUP-ACTIVE
                  PERFORM B1246-DUP-GROUP-END THRU
                          B1246-EXIT
               END-IF
               MOVE '1'         TO WS-DUP-GROUP-SW
               MOVE DUW-ELEMENT TO WS-DUP-CUR-ELEMENT
               MOVE DUW-TYPE    TO WS-DUP-CUR-TYPE
               MOVE ZERO        TO WS-DUP-LOC-CNT
            END-IF.
            PERFORM B1244-ACCUM-DUP-LOCATION THRU
                    B1244-EXIT.
            GO TO B1240-LOOP.
       B1240-EOF.
            CLOSE DUPS-FILE.
            MOVE 'DUPLICATE ELEMENT NAMES' TO STAT-LABEL.
            MOVE WS-DUP-ELEM-CNT           TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1249-EXIT.
            EXIT.
            SKIP2
       B1244-ACCUM-DUP-LOCATION.
            IF WS-DUP-LOC-CNT = ZERO
               GO TO B1244-ADD.
            SET WS-DLOC-IDX TO 1.
       B1244-LOOP.
            IF WS-DLOC-IDX > WS-DUP-LOC-CNT
               GO TO B1244-ADD.
            IF DLOC-SYSTEM (WS-DLOC-IDX) = DUW-SYSTEM AND
               DLOC-SUBSYS (WS-DLOC-IDX) = DUW-SUBSYS
               GO TO B1244-FOUND.
            SET WS-DLOC-IDX UP BY 1.
            GO TO B1244-LOOP.
       B1244-FOUND.
            IF DUW-DATE (1:5) > DLOC-DATE (WS-DLOC-IDX) (1:5)
               MOVE DUW-VV   TO DLOC-VV (WS-DLOC-IDX)
               MOVE DUW-LL   TO DLOC-LL (WS-DLOC-IDX)
               MOVE DUW-USER TO DLOC-USER (WS-DLOC-IDX)
               MOVE DUW-DATE TO DLOC-DATE (WS-DLOC-IDX).
            GO TO B1244-EXIT.
       B1244-ADD.
            IF WS-DUP-LOC-CNT < 50
               ADD 1 TO WS-DUP-LOC-CNT
               SET WS-DLOC-IDX TO WS-DUP-LOC-CNT
               MOVE DUW-SYSTEM TO DLOC-SYSTEM (WS-DLOC-IDX)
               MOVE DUW-SUBSYS TO DLOC-SUBSYS (WS-DLOC-IDX)
               MOVE DUW-VV     TO DLOC-VV (WS-DLOC-IDX)
               MOVE DUW-LL     TO DLOC-LL (WS-DLOC-IDX)
               MOVE DUW-USER   TO DLOC-USER (WS-DLOC-IDX)
               MOVE DUW-DATE   TO DLOC-DATE (WS-DLOC-IDX)
            ELSE
               IF NOT WS-DUP-LOC-OVFL
                  MOVE '1' TO WS-DUP-LOC-OVFL-SW
                  DISPLAY 'CCIDMRGE - DUPLICATE LOCATION TABLE FULL '
                          'AT 50 FOR ELEMENT=' WS-DUP-CUR-ELEMENT
                          ' - LOCATIONS BEYOND 50 NOT LISTED'
               END-IF.
       B1244-EXIT.
            EXIT.
            SKIP2
       B1246-DUP-GROUP-END.
            IF WS-DUP-LOC-CNT < 2
               GO TO B1246-EXIT.
            ADD 1 TO WS-DUP-ELEM-CNT.
            SET WS-DLOC-IDX TO 1.
       B1246-LOOP.
            IF WS-DLOC-IDX > WS-DUP-LOC-CNT
               GO TO B1246-EXIT.
            MOVE WS-DUP-CUR-ELEMENT TO DET15-ELEMENT.
            MOVE WS-DUP-CUR-TYPE    TO DET15-TYPE.
            MOVE DLOC-SYSTEM (WS-DLOC-IDX) TO DET15-SYSTEM.
            MOVE DLOC-SUBSYS (WS-DLOC-IDX) TO DET15-SUBSYS.
            MOVE DLOC-VV (WS-DLOC-IDX)     TO DET15-VV.
            MOVE '.'                       TO DET15-DOT.
            MOVE DLOC-LL (WS-DLOC-IDX)     TO DET15-LL.
            MOVE DLOC-USER (WS-DLOC-IDX)   TO DET15-USER.
            MOVE DLOC-DATE (WS-DLOC-IDX)   TO DET15-DATE.
            MOVE DETAIL-15 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            SET WS-DLOC-IDX UP BY 1.
            GO TO B1246-LOOP.
       B1246-EXIT.
            EXIT.
            SKIP2
      *
      *     COPIES THE SORTED MERGED INVENTORY TO CCIDHIST BETWEEN
      *     THIS RUN'S HEADER AND TRAILER, BRINGING THE ELEMENT
      *     MASTER UP TO DATE AS IT GOES.
      *
       B1250-PUT-HISTORY.
            OPEN INPUT HIST-SORTED.
            OPEN OUTPUT HISTORY-FILE.
            MOVE ZERO TO WS-HIST-CNT.
            MOVE SPACES      TO HIST-RECORD.
            MOVE LOW-VALUES  TO HCTL-MARK.
            MOVE WS-RUN-DATE TO HCTL-RUN-DATE.
            MOVE WS-RUN-SEQ  TO HCTL-RUN-SEQ.
            MOVE ZERO        TO HCTL-REC-COUNT.
            WRITE HISTORY-DATA FROM HIST-CTL-RECORD.
            MOVE '0' TO WS-HSRT-EOF-SW.
       B1250-LOOP.
            READ HIST-SORTED INTO HIST-RECORD
                  AT END MOVE '1' TO WS-HSRT-EOF-SW
            END-READ.
            IF WS-HSRT-AT-EOF
               GO TO B1250-DONE.
            WRITE HISTORY-DATA FROM HIST-RECORD.
            ADD 1 TO WS-HIST-CNT.
            PERFORM B1061-UPDATE-MASTER THRU
                    B1061-EXIT.
            GO TO B1250-LOOP.
       B1250-DONE.
            CLOSE HIST-SORTED.
            MOVE SPACES          TO HIST-RECORD.
            MOVE HIGH-VALUES     TO HCTL-MARK.
            MOVE WS-RUN-DATE     TO HCTL-RUN-DATE.
            MOVE WS-RUN-SEQ      TO HCTL-RUN-SEQ.
            MOVE WS-HIST-CNT TO HCTL-REC-COUNT.
            WRITE HISTORY-DATA FROM HIST-CTL-RECORD.
            CLOSE HISTORY-FILE.
       B1250-EXIT.
            EXIT.
            SKIP2
       B1251-CLEAR-CHECK.
            MOVE ZERO   TO GCHK-REC-CNT (WS-GCHK-IDX).
            MOVE ZERO   TO GCHK-DTL-CNT (WS-GCHK-IDX).
            MOVE '0'    TO GCHK-HDR-SW (WS-GCHK-IDX).
            MOVE '0'    TO GCHK-TRL-SW (WS-GCHK-IDX).
            MOVE ZERO   TO GCHK-RUN-DATE (WS-GCHK-IDX).
            MOVE ZERO   TO GCHK-RUN-SEQ (WS-GCHK-IDX).
            MOVE ZERO   TO GCHK-TRL-DATE (WS-GCHK-IDX).
            MOVE ZERO   TO GCHK-TRL-SEQ (WS-GCHK-IDX).
            MOVE ZERO   TO GCHK-TRL-CNT (WS-GCHK-IDX).
            MOVE SPACES TO GCHK-REASON (WS-GCHK-IDX).
       B1251-EXIT.
            EXIT.
            SKIP2
      *
      *     COUNTS ONE RECORD OF THE FILE BEING CHECKED.  ONLY THE
      *     FIRST RECORD MAY BE A HEADER AND NOTHING MAY FOLLOW THE
      *     TRAILER; EITHER MEANS GENERATIONS WERE CONCATENATED.
      *
       B1252-TALLY-CONTROL.
            ADD 1 TO GCHK-REC-CNT (WS-GCHK-IDX).
            IF GCHK-HAS-TRL (WS-GCHK-IDX) AND
                  GCHK-REASON (WS-GCHK-IDX) = SPACES
               MOVE 'RECORDS FOLLOW THE TRAILER'
                    TO GCHK-REASON (WS-GCHK-IDX).
            IF WS-GC-HEADER
               IF GCHK-REC-CNT (WS-GCHK-IDX) = 1
                  MOVE '1'        TO GCHK-HDR-SW (WS-GCHK-IDX)
                  MOVE WS-GC-DATE TO GCHK-RUN-DATE (WS-GCHK-IDX)
                  MOVE WS-GC-SEQ  TO GCHK-RUN-SEQ (WS-GCHK-IDX)
               ELSE
                  IF GCHK-REASON (WS-GCHK-IDX) = SPACES
                     MOVE 'SECOND HEADER - GENERATIONS CONCATENATED'
                          TO GCHK-REASON (WS-GCHK-IDX)
                  END-IF
               END-IF
               GO TO B1252-EXIT.
            IF WS-GC-TRAILER
               MOVE '1'         TO GCHK-TRL-SW (WS-GCHK-IDX)
               MOVE WS-GC-DATE  TO GCHK-TRL-DATE (WS-GCHK-IDX)
               MOVE WS-GC-SEQ   TO GCHK-TRL-SEQ (WS-GCHK-IDX)
               MOVE WS-GC-COUNT TO GCHK-TRL-CNT (WS-GCHK-IDX)
               GO TO B1252-EXIT.
            ADD 1 TO GCHK-DTL-CNT (WS-GCHK-IDX).
       B1252-EXIT.
            EXIT.
            SKIP2
      *
      *     JUDGES ONE FILE ON ITS OWN: COMPLETE, SELF-CONSISTENT
      *     AND OLDER THAN THIS RUN.  WHICH RUN IT HAD TO COME FROM
      *     IS DECIDED BY THE RUN CONTROL RECORD, NOT BY THE FILES.
      *
       B1253-EVALUATE-CHECK.
            IF GCHK-REASON (WS-GCHK-IDX) NOT = SPACES
               GO TO B1253-EXIT.
            IF GCHK-REC-CNT (WS-GCHK-IDX) = ZERO
               MOVE 'EMPTY - NO HEADER OR TRAILER'
                    TO GCHK-REASON (WS-GCHK-IDX)
               GO TO B1253-EXIT.
            IF NOT GCHK-HAS-HDR (WS-GCHK-IDX)
               MOVE 'NO HEADER RECORD' TO GCHK-REASON (WS-GCHK-IDX)
               GO TO B1253-EXIT.
            IF GCHK-RUN-SEQ (WS-GCHK-IDX) > WS-GC-ANY-SEQ
               MOVE GCHK-RUN-SEQ (WS-GCHK-IDX) TO WS-GC-ANY-SEQ.
            IF NOT GCHK-HAS-TRL (WS-GCHK-IDX)
               MOVE 'NO TRAILER - FILE INCOMPLETE'
                    TO GCHK-REASON (WS-GCHK-IDX)
               GO TO B1253-EXIT.
            IF GCHK-TRL-CNT (WS-GCHK-IDX) NOT =
                  GCHK-DTL-CNT (WS-GCHK-IDX)
               MOVE 'TRAILER COUNT DISAGREES - FILE INCOMPLETE'
                    TO GCHK-REASON (WS-GCHK-IDX)
               GO TO B1253-EXIT.
            IF GCHK-TRL-DATE (WS-GCHK-IDX) NOT =
                  GCHK-RUN-DATE (WS-GCHK-IDX) OR
               GCHK-TRL-SEQ (WS-GCHK-IDX) NOT =
                  GCHK-RUN-SEQ (WS-GCHK-IDX)
               MOVE 'TRAILER AND HEADER FROM DIFFERENT RUNS'
                    TO GCHK-REASON (WS-GCHK-IDX)
               GO TO B1253-EXIT.
            IF GCHK-RUN-DATE (WS-GCHK-IDX) NOT < WS-RUN-DATE
               MOVE 'WRITTEN ON OR AFTER THIS RUN DATE'
                    TO GCHK-REASON (WS-GCHK-IDX).
       B1253-EXIT.
            EXIT.
            SKIP2
      *
      *     A FILE THAT PASSED ON ITS OWN MUST STILL BE FROM THE
      *     PRECEDING RUN, NOT AN OLDER ONE -- THE SAME SEQUENCE AND
      *     DATE AS THE LAST COMPLETED RUN, OR FOR A SAME-DAY RERUN
      *     THE SEQUENCE BEFORE IT.
      *
       B1254-CHECK-CHAIN.
            IF GCHK-REASON (WS-GCHK-IDX) = SPACES AND
                  NOT WS-CTL-FOUND
               MOVE 'NO RUN CONTROL RECORD ON CCIDMSTR'
                    TO GCHK-REASON (WS-GCHK-IDX).
            IF GCHK-REASON (WS-GCHK-IDX) = SPACES
               IF GCHK-RUN-SEQ (WS-GCHK-IDX) NOT = WS-PREV-RUN-SEQ
                  MOVE 'NOT FROM THE PRECEDING RUN'
                       TO GCHK-REASON (WS-GCHK-IDX).
            IF GCHK-REASON (WS-GCHK-IDX) = SPACES AND
                  NOT WS-CTL-RERUN
               IF GCHK-RUN-DATE (WS-GCHK-IDX) NOT = WS-PREV-RUN-DATE
                  MOVE 'NOT FROM THE PRECEDING RUN'
                       TO GCHK-REASON (WS-GCHK-IDX).
            IF GCHK-REASON (WS-GCHK-IDX) = SPACES
               GO TO B1254-EXIT.
            MOVE '1' TO WS-GENCHK-FAIL-SW.
            DISPLAY 'CCIDMRGE - ' GCHK-DDNAME (WS-GCHK-IDX)
                    ' FAILED GENERATION CHECK - '
                    GCHK-REASON (WS-GCHK-IDX).
       B1254-EXIT.
            EXIT.
            SKIP2
      *
      *     PRINTS WHY A REPORT WAS SKIPPED: EACH CARRIED-IN FILE'S
      *     HEADER DATE AND SEQUENCE, DETAIL AND TRAILER COUNTS, AND
      *     WHAT WAS WRONG WITH IT.
      *
       B1256-PRINT-GEN-CHECK.
            MOVE HEADING-35 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-36 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            SET WS-GCHK-IDX TO 1.
       B1256-LOOP.
            MOVE GCHK-DDNAME (WS-GCHK-IDX)  TO DET17-DDNAME.
            MOVE SPACES                     TO DET17-DATE.
            MOVE SPACES                     TO DET17-SEQ.
            IF GCHK-HAS-HDR (WS-GCHK-IDX)
               MOVE GCHK-RUN-DATE (WS-GCHK-IDX) TO DET17-DATE
               MOVE GCHK-RUN-SEQ (WS-GCHK-IDX)  TO DET17-SEQ.
            MOVE GCHK-DTL-CNT (WS-GCHK-IDX) TO DET17-DETAILS.
            MOVE 'NONE'                     TO DET17-TRAILER.
            IF GCHK-HAS-TRL (WS-GCHK-IDX)
               MOVE GCHK-TRL-CNT (WS-GCHK-IDX) TO WS-GC-EDIT-CNT
               MOVE WS-GC-EDIT-CNT             TO DET17-TRAILER.
            MOVE GCHK-REASON (WS-GCHK-IDX)  TO DET17-RESULT.
            IF GCHK-REASON (WS-GCHK-IDX) = SPACES
               MOVE 'OK'                    TO DET17-RESULT.
            MOVE DETAIL-17 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-GCHK-IDX < 3
               SET WS-GCHK-IDX UP BY 1
               GO TO B1256-LOOP.
            MOVE 'CCIDMSTR'                 TO DET17-DDNAME.
            MOVE SPACES                     TO DET17-DATE.
            MOVE SPACES                     TO DET17-SEQ.
            MOVE ZERO                       TO DET17-DETAILS.
            MOVE SPACES                     TO DET17-TRAILER.
            MOVE 'NO RUN CONTROL RECORD'    TO DET17-RESULT.
            IF WS-CTL-FOUND
               MOVE WS-CTL-RUN-DATE         TO DET17-DATE
               MOVE WS-CTL-RUN-SEQ          TO DET17-SEQ
               MOVE 'LAST COMPLETED RUN'    TO DET17-RESULT.
            MOVE DETAIL-17 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1256-EXIT.
            EXIT.
            SKIP2
      *
      *     READS THE RUN CONTROL RECORD: THE DATE AND SEQUENCE OF
      *     THE LAST RUN TO COMPLETE.
      *
       B1255-GET-RUN-CONTROL.
            MOVE '0'        TO WS-CTL-FOUND-SW.
            MOVE ZERO       TO WS-CTL-RUN-DATE.
            MOVE ZERO       TO WS-CTL-RUN-SEQ.
            MOVE LOW-VALUES TO MCTL-KEY.
            READ MASTER-FILE
               INVALID KEY
                  DISPLAY 'CCIDMRGE - NO RUN CONTROL RECORD ON '
                          'CCIDMSTR'
               NOT INVALID KEY
                  MOVE '1'           TO WS-CTL-FOUND-SW
                  MOVE MCTL-RUN-DATE TO WS-CTL-RUN-DATE
                  MOVE MCTL-RUN-SEQ  TO WS-CTL-RUN-SEQ
            END-READ.
       B1255-EXIT.
            EXIT.
            SKIP2
      *
      *     RECORDS THIS RUN AS THE LAST COMPLETED ONE.  WRITTEN EVEN
      *     WHEN THE GENERATION CHECK FAILED, SINCE THE GENERATIONS
      *     WERE ROLLED REGARDLESS AND THE NEXT RUN MUST CHAIN TO
      *     THEM.
      *
       B1257-PUT-RUN-CONTROL.
            MOVE LOW-VALUES TO MCTL-KEY.
            READ MASTER-FILE
               INVALID KEY
                  MOVE SPACES      TO MASTER-CTL-RECORD
                  MOVE LOW-VALUES  TO MCTL-KEY
                  MOVE WS-RUN-DATE TO MCTL-RUN-DATE
                  MOVE WS-RUN-SEQ  TO MCTL-RUN-SEQ
                  WRITE MASTER-CTL-RECORD
               NOT INVALID KEY
                  MOVE WS-RUN-DATE TO MCTL-RUN-DATE
                  MOVE WS-RUN-SEQ  TO MCTL-RUN-SEQ
                  REWRITE MASTER-CTL-RECORD
            END-READ.
       B1257-EXIT.
            EXIT.
            SKIP2
      *
      *     BRINGS THE ELEMENT MASTER UP TO DATE FOR ONE MERGED
      *     INVENTORY RECORD, AS CCIDRPT1 DOES FOR A SINGLE RUN: A
      *     COMBINATION NEVER SEEN BEFORE IS ADDED WITH FIRST-SEEN
      *     SET TO THIS RUN'S DATE; ONE SEEN BEFORE HAS ITS LAST-SEEN
      *     DATE AND RUN COUNT CARRIED FORWARD, AT MOST ONCE PER RUN.
      *
       B1061-UPDATE-MASTER.
            IF NOT MASTER-OPEN
               GO TO B1061-EXIT.
            MOVE HIST-CCID     TO MSTR-CCID.
            MOVE HIST-ELEMENT  TO MSTR-ELEMENT.
            MOVE HIST-TYPE     TO MSTR-TYPE.
            READ MASTER-FILE
               INVALID KEY
                  MOVE WS-RUN-DATE TO MSTR-FIRST-SEEN
                  MOVE WS-RUN-DATE TO MSTR-LAST-SEEN
                  MOVE 1           TO MSTR-RUN-COUNT
                  WRITE MASTER-RECORD
                  ADD 1 TO WS-MSTR-ADD-CNT
               NOT INVALID KEY
                  IF MSTR-LAST-SEEN NOT = WS-RUN-DATE
                     MOVE WS-RUN-DATE TO MSTR-LAST-SEEN
                     ADD 1            TO MSTR-RUN-COUNT
                     REWRITE MASTER-RECORD
                  END-IF
            END-READ.
       B1061-EXIT.
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
