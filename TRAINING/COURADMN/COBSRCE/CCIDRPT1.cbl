              ACCESS IS SEQUENTIAL.
           SELECT HIST-WORK-FILE ASSIGN TO UR-S-HISTWRK
              ACCESS IS SEQUENTIAL.
           SELECT HIST-SORTED ASSIGN TO UR-S-HISTSRT
              ACCESS IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO UR-S-CCIDHIST
              ACCESS IS SEQUENTIAL.
           SELECT PRIOR-FILE ASSIGN TO UR-S-CCIDPRIR
              ACCESS IS SEQUENTIAL.
           SELECT STATHIST-FILE ASSIGN TO UR-S-STATHIST
              ACCESS IS SEQUENTIAL.
           SELECT STATOUT-FILE ASSIGN TO UR-S-STATHSTO
              ACCESS IS SEQUENTIAL.
           SELECT CARDTIME-FILE ASSIGN TO UR-S-CARDTIME
              ACCESS IS SEQUENTIAL.
           SELECT CARDTSTM-FILE ASSIGN TO UR-S-CARDTSTM
              ACCESS IS SEQUENTIAL.
           SELECT DUPS-FILE ASSIGN TO UR-S-DUPSRT
              ACCESS IS SEQUENTIAL.
           SELECT COLW-FILE ASSIGN TO UR-S-COLWRK
              ACCESS IS SEQUENTIAL.
           SELECT COLS-FILE ASSIGN TO UR-S-COLSRT
              ACCESS IS SEQUENTIAL.
           SELECT USERREF-FILE ASSIGN TO UR-S-USERREF
              ACCESS IS SEQUENTIAL.
           SELECT APPR-FILE ASSIGN TO UR-S-APPRCCID
              ACCESS IS SEQUENTIAL.
           SELECT ROST-FILE ASSIGN TO UR-S-APPRROST
              ACCESS IS SEQUENTIAL.
           SELECT SODW-FILE ASSIGN TO UR-S-SODWRK
              ACCESS IS SEQUENTIAL.
           SELECT SODS-FILE ASSIGN TO UR-S-SODSRT
              ACCESS IS SEQUENTIAL.
           SELECT OPSLOG-FILE ASSIGN TO UR-S-OPSLOG
              ACCESS IS SEQUENTIAL.
           SELECT ROUTE-FILE ASSIGN TO UR-S-ROUTECRD
              ACCESS IS SEQUENTIAL.
           SELECT CMPL-FILE ASSIGN TO UR-S-CMPLCRD
              ACCESS IS SEQUENTIAL.
           SELECT STAL-FILE ASSIGN TO UR-S-STALCRD
              ACCESS IS SEQUENTIAL.
           SELECT RECN-FILE ASSIGN TO UR-S-RECNCRD
              ACCESS IS SEQUENTIAL.
           SELECT CMNT-FILE ASSIGN TO UR-S-CMNTCRD
              ACCESS IS SEQUENTIAL.
           SELECT CMNT-SORTED ASSIGN TO UR-S-CMNTSRT
              ACCESS IS SEQUENTIAL.
           SELECT ACTV-FILE ASSIGN TO UR-S-ACTVCRD
              ACCESS IS SEQUENTIAL.
           SELECT CMP1-FILE ASSIGN TO UR-S-CMPFROM
              ACCESS IS SEQUENTIAL.
           SELECT CMP2-FILE ASSIGN TO UR-S-CMPTO
           SELECT CMP-SORT-FILE ASSIGN TO UR-S-CSRTFILE.
           SELECT CHURN-SORT-FILE ASSIGN TO UR-S-HCRNFILE.
           SELECT DUP-SORT-FILE ASSIGN TO UR-S-DSRTFILE.
           SELECT CMNT-SORT-FILE ASSIGN TO UR-S-MSRTFILE.
           SELECT COL-SORT-FILE ASSIGN TO UR-S-LSRTFILE.
           SELECT SOD-SORT-FILE ASSIGN TO UR-S-OSRTFILE.
       I-O-CONTROL.
           APPLY WRITE-ONLY ON EXT1-FILE, EXT2-FILE, EXT3-FILE,
                EXT4-FILE.
      *     FIXED-FORMAT INTERFACE FEED FOR THE CHANGE-MANAGEMENT
      *     SYSTEM: ONE SUMMARY RECORD PER CCID (ELEMENT AND
      *     SYS/SUBSYS COUNTS, PACKAGE ID/STATUS/WINDOW, COMPLIANCE
      *     EXCEPTION FLAG, SEGREGATION OF DUTIES FLAG) BETWEEN A
      *     HEADER CARRYING THE RUN DATE AND START TIME AND A
      *     TRAILER CARRYING THE RECORD COUNT AND ELEMENT GRAND
      *     TOTAL, SO THE DOWNSTREAM LOADER CAN VERIFY IT RECEIVED
      *     A COMPLETE FILE.
      *
       FD  INTF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  INTF-DATA                     PIC X(61).
      *
       FD  RESTART-FILE
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  HIST-WORK-DATA                PIC X(55).
      *
      *     THE RUN INVENTORY SORTED, AND THE SAME RECORDS COPIED TO
      *     THE CARRIED-FORWARD CCIDHIST BETWEEN A HEADER AND A
      *     TRAILER.  THE HEADER AND TRAILER CARRY THE RUN DATE AND
      *     RUN SEQUENCE, THE TRAILER THE DETAIL RECORD COUNT, SO THE
      *     NEXT RUN CAN PROVE ITS CCIDPRIR IS COMPLETE AND IS THIS
      *     RUN'S OUTPUT.  CCIDGENO AND STATHIST CARRY THE SAME PAIR.
      *
       FD  HIST-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  HIST-SORTED-DATA              PIC X(55).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DUPS-DATA                     PIC X(53).
      *
      *     ONE RECORD PER DETAIL LINE, ACROSS THE WHOLE RUN, KEYED
      *     FOR THE CONCURRENT DEVELOPMENT PASS: AN ELEMENT/TYPE
      *     CARRYING LEVELS AT MORE THAN ONE ENVIRONMENT/STAGE UNDER
      *     DIFFERENT CCIDS IS HEADED FOR A PROMOTION THAT OVERLAYS
      *     ONE CHANGE WITH THE OTHER.
      *
       FD  COLW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  COLW-DATA                     PIC X(74).
      *
       FD  COLS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  COLS-DATA                     PIC X(74).
      *
       SD  COL-SORT-FILE
           DATA RECORD IS COL-SORT-RECORD.
       01  COL-SORT-RECORD.
           05  COS-ELEMENT      PIC X(10).
           05  COS-TYPE         PIC X(8).
           05  COS-ENVIRON      PIC X(8).
           05  COS-SID          PIC X.
           05  COS-SYSTEM       PIC X(8).
           05  COS-SUBSYS       PIC X(8).
           05  COS-CCID         PIC X(12).
           05  COS-VV           PIC X(2).
           05  COS-LL           PIC X(2).
           05  COS-USER         PIC X(8).
           05  COS-DATE         PIC X(7).
      *
      *     PERMANENT RUN-STATISTICS HISTORY: ONE DATED SUMMARY
      *     RECORD ADDED PER RUN, CARRYING THE RUN TIMES AND THE
      *     ACTIVITY TOTALS FROM THE RUN STATISTICS PAGE, SO "IS THE
      *     NIGHTLY RUN GETTING SLOWER" CAN BE ANSWERED WITH NUMBERS
      *     INSTEAD OF THE OPERATOR'S RECOLLECTION.  EACH RUN COPIES
      *     THE CARRIED-IN HISTORY (STATHIST) FORWARD WITH ITS OWN
      *     RECORD ADDED AND A FRESH HEADER AND TRAILER (STATHSTO),
      *     WHICH THE JCL CARRIES FORWARD TO THE NEXT RUN'S STATHIST
      *     DD.  THE TREND REPORT READS THE NEW COPY BACK AT END OF
      *     RUN.
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
      *     PERMANENT PER-CARD TIMING HISTORY: ONE RECORD APPENDED
      *     PER COMPLETED CONTROL CARD EACH RUN, CARRYING THE CARD
      *     IMAGE WITH ITS API CALL COUNT AND ELAPSED SECONDS.  THE
      *     CCIDSPLT DECK SPLITTER READS IT BACK TO BALANCE THE
      *     PARALLEL JOB STREAMS BY HOW LONG EACH CARD ACTUALLY TOOK.
      *
       FD  CARDTIME-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CARDTIME-DATA                 PIC X(101).
      *
      *     A PARALLEL STREAM'S OWN CARD TIMINGS, SAME LAYOUT AS
      *     CARDTIME.  WRITTEN FRESH BY EACH STREAM IN PLACE OF THE
      *     APPEND TO CARDTIME; CCIDMRGE APPENDS ALL THE STREAMS'
      *     ROWS TO CARDTIME IN ONE PASS.
      *
       FD  CARDTSTM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CARDTSTM-DATA                 PIC X(101).
      *
       SD  DUP-SORT-FILE
           DATA RECORD IS DUP-SORT-RECORD.
      *     CARRYING THE RUNNING (CARD-STR) OR PER-CARD (CARD-END)
      *     ACTIVITY COUNTS AND THE CARD IMAGE, SO THE OVERNIGHT
      *     OPERATOR CAN SEE WHERE A LONG RUN IS WITHOUT CANCELLING
      *     IT.  THE RUN-END RECORD CARRIES THE RUN TOTALS, AND IN
      *     PLACE OF A CARD IMAGE THE CONTROL CARDS PROCESSED,
      *     CARRIED OVER AND BYPASSED ON RESTART AND THE USER
      *     ACTIVITY LINES, FOR THE END-OF-JOB BALANCING STEP.
      *
       FD  OPSLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  APPR-DATA                     PIC X(30).
      *
      *     APPROVER ROSTER: THE USERIDS IN EACH APPROVING GROUP,
      *     ONE RECORD PER GROUP AND USERID, MAINTAINED BY CCIDRMNT.
      *
       FD  ROST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ROST-DATA                     PIC X(16).
      *
      *     SEGREGATION OF DUTIES WORK FILE: ONE RECORD PER LEVEL
      *     AUTHORED BY A MEMBER OF ITS CCID'S APPROVING GROUP,
      *     SORTED BY GROUP AND CCID FOR THE END-OF-RUN REPORT.
      *
       FD  SODW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SODW-DATA                     PIC X(107).
      *
       FD  SODS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SODS-DATA                     PIC X(107).
      *
       SD  SOD-SORT-FILE
           DATA RECORD IS SOD-SORT-RECORD.
       01  SOD-SORT-RECORD.
           05  SDS-GROUP        PIC X(8).
           05  SDS-CCID         PIC X(12).
           05  SDS-USER         PIC X(8).
           05  SDS-NAME         PIC X(25).
           05  SDS-ELEMENT      PIC X(10).
           05  SDS-TYPE         PIC X(8).
           05  SDS-ENVIRON      PIC X(8).
           05  SDS-SID          PIC X.
           05  SDS-SYSTEM       PIC X(8).
           05  SDS-SUBSYS       PIC X(8).
           05  SDS-VV           PIC X(2).
           05  SDS-LL           PIC X(2).
           05  SDS-DATE         PIC X(7).
      *
      *     MACHINE-READABLE CCID COMPLIANCE EXCEPTION FEED, ONE
      *     RECORD PER ELEMENT LEVEL CARRYING A BLANK, UNKNOWN OR
      *     OUT-OF-WINDOW CCID, IN THE STYLE OF THE EXCPCRD FEED.
           LABEL RECORDS ARE OMITTED.
       01  CMPL-DATA                     PIC X(69).
      *
      *     THE SAME FEED CARRIES THE SEGREGATION OF DUTIES
      *     EXCEPTIONS: REASON SODAUTH FOR A LEVEL WRITTEN BY A
      *     MEMBER OF ITS CCID'S APPROVING GROUP, AND REASON ONEUSER
      *     (CCID ONLY, THE REST BLANK) FOR A CCID WHOSE LEVELS ALL
      *     CAME FROM ONE USERID.
      *
      *     MACHINE-READABLE FEEDS OF THE STALE SIGNOUTS AND THE
      *     PACKAGE CONTENTS MISMATCHES, IN THE SAME STYLE, SO THE
      *     EXCEPTION NOTIFICATION STEP CAN ROUTE THEM TO THE OWNING
      *     GROUPS.
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
      *     MACHINE-READABLE LEVEL COMMENT STANDARDS EXCEPTION FEED,
      *     ONE RECORD PER LEVEL WHOSE COMMENT IS BLANK OR STARTS
      *     WITH NEITHER A CHANGE TICKET (CHG AND SEVEN DIGITS) NOR
      *     THE LEVEL'S OWN CCID, IN THE STYLE OF THE CMPLCRD FEED.
      *     THE SAME RECORDS, SORTED BY AUTHOR, PRINT THE COMMENT
      *     STANDARDS REPORT AT END OF RUN.
      *
       FD  CMNT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CMNT-DATA                     PIC X(121).
      *
       FD  CMNT-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CMNT-SORTED-DATA              PIC X(121).
      *
       SD  CMNT-SORT-FILE
           DATA RECORD IS CMNT-SORT-RECORD.
       01  CMNT-SORT-RECORD.
           05  CMNS-CCID        PIC X(12).
           05  CMNS-ELEMENT     PIC X(10).
           05  CMNS-TYPE        PIC X(8).
           05  CMNS-ENVIRON     PIC X(8).
           05  CMNS-SYSTEM      PIC X(8).
           05  CMNS-SUBSYS      PIC X(8).
           05  CMNS-USER        PIC X(8).
           05  CMNS-DATE        PIC X(7).
           05  CMNS-VV          PIC X(2).
           05  CMNS-LL          PIC X(2).
           05  CMNS-REASON      PIC X(8).
           05  CMNS-COMMENT     PIC X(40).
      *
      *     MACHINE-READABLE USERID ACTIVITY FEED, ONE RECORD FOR
      *     EACH LEVEL'S AUTHOR (ROLE A) AND ONE FOR THE HOLDER OF
      *     ANY SIGNOUT ON THE LEVEL'S ELEMENT (ROLE S), WITH THE
      *     LEVEL'S VV.LL AND DATE.  THE ACCESS RECERTIFICATION
      *     STEP KEEPS ITS PER-USERID ACTIVITY HISTORY FROM IT.
      *
       FD  ACTV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ACTV-DATA                     PIC X(63).
      *
      *     ONE-RECORD-PER-ELEMENT SNAPSHOTS OF THE FROM AND TO
      *     ENVIRONMENTS, BUILT BY AN ENVIRONMENT-COMPARE ('COMP')
      *     CONTROL CARD AND MATCH-MERGED IN KEY SEQUENCE FOR THE
      *     HOW MANY RUNS IT HAS APPEARED.  MAINTAINED IN PLACE EACH
      *     RUN; THE CCIDMINQ PROGRAM REPORTS OVER IT FOR AUDIT
      *     INQUIRIES.
      *
      *     THE RECORD KEYED ON LOW-VALUES IS THE RUN CONTROL RECORD,
      *     NOT AN ELEMENT: THE DATE AND SEQUENCE OF THE LAST RUN TO
      *     COMPLETE.  THE GENERATION CHECK CHAINS THE CARRIED-IN
      *     FILES TO IT RATHER THAN TO THEIR OWN HEADERS.
      *
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           05  MSTR-FIRST-SEEN  PIC X(5).
           05  MSTR-LAST-SEEN   PIC X(5).
           05  MSTR-RUN-COUNT   PIC 9(5).
       01  MASTER-CTL-RECORD.
           05  MCTL-KEY         PIC X(30).
           05  MCTL-RUN-DATE    PIC 9(5).
           05  MCTL-RUN-SEQ     PIC 9(6).
           05  FILLER           PIC X(4).
      *
       SD  SORT-FILE
           DATA RECORD IS SORT-DATA.                                            
           88  WS-RESTART-ACTIVE  VALUE '1'.
           SKIP1
      *
      *     RUN OPTIONS FROM THE PARM FIELD.  STREAM MODE IS SET FOR
      *     ONE OF SEVERAL PARALLEL STREAMS, WHOSE INVENTORY IS ONLY
      *     PART OF THE WHOLE: THE GENERATION CHECK, INVENTORY DIFF,
      *     CHURN REPORT, GENERATION AND STATISTICS ROLLS AND THE
      *     ELEMENT MASTER UPDATE ARE LEFT TO CCIDMRGE, WHICH DOES
      *     THEM ONCE OVER THE MERGED INVENTORY.  CONVERSION IS THE
      *     ONE-TIME START OF THE RUN CHAIN FROM HEADERLESS FILES.
      *
       01  WS-PARM-WORD                  PIC X(4)         VALUE SPACES.
       01  WS-STREAM-SW                  PIC X            VALUE '0'.
           88  WS-STREAM-MODE     VALUE '1'.
       01  WS-CONV-SW                    PIC X            VALUE '0'.
           88  WS-CONV-REQUESTED  VALUE '1'.
           SKIP1
      *
      *     BATCH-WINDOW CUTOFF CONTROLS.  THE CUTOFF ARRIVES ON A
      *     'WNDW' OPTION CARD AS HHMMSS AND IS HELD AS SECONDS
      *     SINCE MIDNIGHT FOR THE PER-CARD CLOCK CHECK.  A CUTOFF
      *     MORE CARDS ON THE EXCEPTION LISTING, 8 = DISAPPEARED
      *     LINES ON THE INVENTORY DIFF, 12 = CCID SUMMARY TABLE
      *     OVERFLOW, 16 = API SHUTDOWN FAILURE, 20 = WINDOW CUTOFF
      *     REACHED AND A CARRYOVER DECK EXISTS, 24 = THE CARRIED-IN
      *     CCIDPRIR, CCIDGENI OR STATHIST FAILED THE GENERATION
      *     CHECK AND THE DIFF AND CHURN REPORTS WERE SKIPPED (NEVER
      *     SET BY A PARALLEL STREAM, WHICH MAKES NO CHECK).  THE
      *     HIGHEST APPLICABLE CODE WINS, SO THE SCHEDULER CAN BRANCH
      *     ON THE WORST THING THAT HAPPENED.
      *
       01  WS-RETURN-CODE                PIC 9(4)         VALUE ZERO.
       01  WS-EXCP-CARD-CNT              PIC 9(4) COMP-3  VALUE ZERO.
               10  TOT-CCID         PIC X(12).
               10  TOT-ELEM-COUNT   PIC 9(6) COMP-3.
               10  TOT-SS-COUNT     PIC 9(4) COMP-3.
               10  TOT-PKG-STATUS   PIC X(10).
               10  TOT-FIRST-USER   PIC X(8).
               10  TOT-MULTI-USER-SW PIC X.
               10  TOT-SOD-FLAG     PIC X.
               10  TOT-SS-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-SS-IDX.
                   15  TOT-SS-SYSTEM    PIC X(8).
                       INDEXED BY WS-DEPT-IDX.
               10  DEPT-NAME       PIC X(12).
               10  DEPT-ELEM-COUNT PIC 9(6) COMP-3.
               10  DEPT-CMNT-OK    PIC 9(6) COMP-3.
       01  WS-UNMAT-OVFL-SW              PIC X            VALUE '0'.
           88  WS-UNMAT-OVFL     VALUE '1'.
       01  WS-UNMAT-CNT                  PIC 9(4) COMP    VALUE ZERO.
       01  WS-ELEM-BROWSED-CNT           PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-DETAIL-LINE-CNT            PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-EXTRACT-CNT                PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-USER-LINE-CNT              PIC 9(6) COMP-3  VALUE ZERO.
      *
      *     CONTROL CARD DISPOSITIONS FOR THE RUN-END RECORD: EVERY
      *     CARD READ IS EITHER HANDLED HERE (COMMENT, OPTION OR
      *     SELECTION CARD), BYPASSED ON A RESTART, OR WRITTEN TO THE
      *     CARRYOVER DECK, SO THE THREE ADD BACK TO THE EDITED DECK.
      *
       01  WS-CARD-READ-CNT              PIC 9(4) COMP-3  VALUE ZERO.
       01  WS-BYPASS-CNT                 PIC 9(4) COMP-3  VALUE ZERO.
       01  WS-CS-API-CALLS               PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-CS-LISTED                  PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-CS-BROWSED                 PIC 9(6) COMP-3  VALUE ZERO.
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
       01  WS-CARDLOG-CNT                PIC 9(4) COMP    VALUE ZERO.
       01  WS-CARDLOG-OVFL-SW            PIC X            VALUE '0'.
           88  WS-CARDLOG-OVFL  VALUE '1'.
               10  CL-SEQ       PIC 9(4).
               10  CL-API       PIC 9(6) COMP-3.
               10  CL-ELAPSED   PIC S9(6) COMP-3.
               10  CL-IMAGE     PIC X(80).
       01  CTH-RECORD.
           05  CTH-RUN-DATE     PIC 9(5).
           05  CTH-CARD-SEQ     PIC 9(4).
           05  CTH-API-CALLS    PIC 9(6).
           05  CTH-ELAPSED      PIC 9(6).
           05  CTH-CARD-IMAGE   PIC X(80).
           SKIP1
      *
      *     DISTRIBUTION ROUTING TABLE AND SPLIT-FILE PRINT STATE.
           05  CMPL-REASON      PIC X(8).
           SKIP1
      *
      *     APPROVER ROSTER TABLE AND THE SEGREGATION OF DUTIES WORK
      *     AREAS.  AN EMPTY ROSTER TURNS THE CHECK OFF, THE SAME WAY
      *     AN EMPTY APPROVED-CCID FILE TURNS THE COMPLIANCE CHECK
      *     OFF.  EACH LEVEL'S AUTHOR IS LOOKED UP IN THE ROSTER
      *     UNDER THE GROUP THAT APPROVES THE LEVEL'S CCID; THE
      *     ONE-USERID TEST RUNS OFF THE CCID TOTALS TABLE, WHICH
      *     CARRIES THE FIRST AUTHOR SEEN AND WHETHER ANY OTHER
      *     AUTHOR FOLLOWED.
      *
       01  APPRROST-RECORD.
           05  ROST-GROUP       PIC X(8).
           05  ROST-USERID      PIC X(8).
       01  WS-ROST-EOF-SW                PIC X            VALUE '0'.
           88  WS-ROST-AT-EOF    VALUE '1'.
       01  WS-ROST-OVFL-SW               PIC X            VALUE '0'.
           88  WS-ROST-OVFL      VALUE '1'.
       01  WS-ROST-CNT                   PIC 9(4) COMP    VALUE ZERO.
       01  WS-ROST-TABLE.
           05  WS-ROST-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-ROST-IDX.
               10  ROSTT-GROUP  PIC X(8).
               10  ROSTT-USERID PIC X(8).
       01  WS-SOD-GROUP                  PIC X(8)         VALUE SPACES.
       01  WS-SOD-LEVEL-SW               PIC X            VALUE '0'.
           88  WS-SOD-LEVEL      VALUE '1'.
       01  WS-SOD-LEVEL-CNT              PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-SOD-ONEUSER-CNT            PIC 9(6) COMP-3  VALUE ZERO.
       01  SODW-FILE-STATUS              PIC 9            VALUE ZERO.
           88  SODW-CLOSE       VALUE ZERO.
           88  SODW-OPEN        VALUE 1.
       01  WS-SODS-EOF-SW                PIC X            VALUE '0'.
           88  WS-SODS-AT-EOF    VALUE '1'.
       01  SDW-RECORD.
           05  SDW-GROUP        PIC X(8).
           05  SDW-CCID         PIC X(12).
           05  SDW-USER         PIC X(8).
           05  SDW-NAME         PIC X(25).
           05  SDW-ELEMENT      PIC X(10).
           05  SDW-TYPE         PIC X(8).
           05  SDW-ENVIRON      PIC X(8).
           05  SDW-SID          PIC X.
           05  SDW-SYSTEM       PIC X(8).
           05  SDW-SUBSYS       PIC X(8).
           05  SDW-VV           PIC X(2).
           05  SDW-LL           PIC X(2).
           05  SDW-DATE         PIC X(7).
           SKIP1
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
       01  ACTV-RECORD.
           05  ACTV-USER        PIC X(8).
           05  ACTV-ROLE        PIC X.
           05  ACTV-ELEMENT     PIC X(10).
           05  ACTV-TYPE        PIC X(8).
           05  ACTV-ENVIRON     PIC X(8).
           05  ACTV-SID         PIC X.
           05  ACTV-SYSTEM      PIC X(8).
           05  ACTV-SUBSYS      PIC X(8).
           05  ACTV-VV          PIC X(2).
           05  ACTV-LL          PIC X(2).
           05  ACTV-DATE        PIC X(7).
       01  STAL-FILE-STATUS              PIC 9            VALUE ZERO.
           88  STAL-CLOSE       VALUE ZERO.
           88  STAL-OPEN        VALUE 1.
       01  RECN-FILE-STATUS              PIC 9            VALUE ZERO.
           88  RECN-CLOSE       VALUE ZERO.
           88  RECN-OPEN        VALUE 1.
       01  CMNT-FILE-STATUS              PIC 9            VALUE ZERO.
           88  CMNT-CLOSE       VALUE ZERO.
           88  CMNT-OPEN        VALUE 1.
       01  ACTV-FILE-STATUS              PIC 9            VALUE ZERO.
           88  ACTV-CLOSE       VALUE ZERO.
           88  ACTV-OPEN        VALUE 1.
           SKIP1
      *
      *     LEVEL COMMENT STANDARDS WORK AREAS: THE EXCEPTION RECORD,
      *     THE COMMENT AS THE AUTHOR WROTE IT (WITHOUT ANY GENFAIL
      *     MARKER), THE LENGTH OF THE CCID IT IS COMPARED WITH, AND
      *     THE AUTHOR BREAK FOR THE REPORT.
      *
       01  CMNT-RECORD.
           05  CMNT-CCID        PIC X(12).
           05  CMNT-ELEMENT     PIC X(10).
           05  CMNT-TYPE        PIC X(8).
           05  CMNT-ENVIRON     PIC X(8).
           05  CMNT-SYSTEM      PIC X(8).
           05  CMNT-SUBSYS      PIC X(8).
           05  CMNT-USER        PIC X(8).
           05  CMNT-DATE        PIC X(7).
           05  CMNT-VV          PIC X(2).
           05  CMNT-LL          PIC X(2).
           05  CMNT-REASON      PIC X(8).
           05  CMNT-COMMENT     PIC X(40).
       01  WS-CMNT-REASON                PIC X(8)         VALUE SPACES.
       01  WS-CMNT-TEXT                  PIC X(40)        VALUE SPACES.
       01  WS-CMNT-CCID-LEN              PIC 9(4) COMP    VALUE ZERO.
       01  WS-CMNT-EXCP-CNT              PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-CMNT-AUTH-CNT              PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-CMNT-CUR-USER              PIC X(8)         VALUE SPACES.
       01  WS-CMNT-EOF-SW                PIC X            VALUE '0'.
           88  WS-CMNT-AT-EOF    VALUE '1'.
       01  WS-CMNT-LEVELS                PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-CMNT-OK                    PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-CMNT-PCT                   PIC 9(3)V9       VALUE ZERO.
       01  WS-LEVELS-HOLD                PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-OK-HOLD                    PIC 9(6) COMP-3  VALUE ZERO.
       01  WS-EXCP-HOLD                  PIC 9(6) COMP-3  VALUE ZERO.
           SKIP1
      *
      *     WORK AREAS FOR THE PACKAGE CONTENTS RECONCILIATION: THE
      *     CCID GROUP IN HAND AND THE ELEMENTS THE RUN FOUND UNDER
      *     IT, EACH WITH A MATCHED FLAG SET AS THE PACKAGE CONTENTS
      *     HIST-RECORD IS THIS RUN'S SORTED INVENTORY (HISTORY-FILE);
      *     PRIOR-RECORD IS THE PRECEDING RUN'S INVENTORY (PRIOR-FILE),
      *     CARRIED FORWARD BY JCL TO THIS RUN'S PRIOR-FILE DD.
      *     THE HEADER'S KEY IS LOW-VALUES AND THE TRAILER'S HIGH-
      *     VALUES, SO BOTH STAY AT THE ENDS OF THE KEY SEQUENCE.
      *
       01  HIST-RECORD.
           05  HIST-KEY.
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
       01  WS-HIST-OUT-CNT               PIC 9(9) COMP-3  VALUE ZERO.
       01  WS-HSRT-EOF-SW                PIC X            VALUE '0'.
           88  WS-HSRT-AT-EOF    VALUE '1'.
           SKIP1
      *
      *     CARRIED-IN GENERATION CHECK.  ONE ENTRY EACH FOR
      *     CCIDPRIR, CCIDGENI AND STATHIST, FILLED AT START OF RUN
      *     FROM A PASS OF THE FILE: THE HEADER AND TRAILER FOUND,
      *     THE DETAIL RECORDS COUNTED, AND THE REASON THE FILE WAS
      *     REJECTED (SPACES WHEN IT PASSED).  ALL THREE MUST BE
      *     COMPLETE, OLDER THAN THIS RUN'S DATE, AND FROM THE
      *     PRECEDING RUN -- THE LAST COMPLETED RUN HELD IN THE RUN
      *     CONTROL RECORD ON CCIDMSTR, NOT ANYTHING THE FILES SAY
      *     ABOUT THEMSELVES.  A RERUN ON THE SAME DAY AS THAT RUN
      *     SUPERSEDES IT, SO ITS PREDECESSOR IS THE ONE BEFORE (BY
      *     SEQUENCE; ITS DATE IS NOT HELD).  THIS RUN'S SEQUENCE IS
      *     ONE MORE THAN THE PRECEDING RUN'S.  ANY FAILURE SKIPS THE
      *     INVENTORY DIFF AND THE CHURN REPORT, WHICH WOULD
      *     OTHERWISE COMPARE AGAINST THE WRONG RUN.  A CONVERSION
      *     RUN, ALLOWED ONLY WHILE THERE IS NO CONTROL RECORD, TAKES
      *     THE FILES AS THEY ARE AND STARTS THE CHAIN.
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
       01  WS-DUP-ELEM-CNT               PIC 9(5) COMP-3  VALUE ZERO.
           SKIP1
      *
      *     WORK AREAS FOR THE CONCURRENT DEVELOPMENT PASS: THE
      *     ELEMENT/TYPE IN HAND AND ONE ENTRY PER ENVIRONMENT/
      *     STAGE AND SYSTEM/SUBSYSTEM SEEN FOR IT, WITH THE HIGHEST
      *     LEVEL SEEN THERE AND ITS CCID, AS FOR THE DUPLICATE PASS.
      *
       01  COLW-FILE-STATUS              PIC 9            VALUE ZERO.
           88  COLW-CLOSE       VALUE ZERO.
           88  COLW-OPEN        VALUE 1.
       01  COW-RECORD.
           05  COW-ELEMENT      PIC X(10).
           05  COW-TYPE         PIC X(8).
           05  COW-ENVIRON      PIC X(8).
           05  COW-SID          PIC X.
           05  COW-SYSTEM       PIC X(8).
           05  COW-SUBSYS       PIC X(8).
           05  COW-CCID         PIC X(12).
           05  COW-VV           PIC X(2).
           05  COW-LL           PIC X(2).
           05  COW-USER         PIC X(8).
           05  COW-DATE         PIC X(7).
       01  WS-COLS-EOF-SW                PIC X            VALUE '0'.
           88  WS-COLS-AT-EOF    VALUE '1'.
       01  WS-COL-GROUP-SW               PIC X            VALUE '0'.
           88  WS-COL-GROUP-ACTIVE VALUE '1'.
       01  WS-COL-CUR-ELEMENT            PIC X(10)        VALUE SPACES.
       01  WS-COL-CUR-TYPE               PIC X(8)         VALUE SPACES.
       01  WS-COL-COLLIDE-SW             PIC X            VALUE '0'.
           88  WS-COL-COLLIDES   VALUE '1'.
       01  WS-COL-LOC-OVFL-SW            PIC X            VALUE '0'.
           88  WS-COL-LOC-OVFL   VALUE '1'.
       01  WS-COL-LOC-CNT                PIC 9(4) COMP    VALUE ZERO.
       01  WS-COL-LOC-TABLE.
           05  WS-COL-LOC-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-CLOC-IDX WS-CLOC-IDX2.
               10  CLOC-ENVIRON PIC X(8).
               10  CLOC-SID     PIC X.
               10  CLOC-SYSTEM  PIC X(8).
               10  CLOC-SUBSYS  PIC X(8).
               10  CLOC-CCID    PIC X(12).
               10  CLOC-VV      PIC X(2).
               10  CLOC-LL      PIC X(2).
               10  CLOC-USER    PIC X(8).
               10  CLOC-DATE    PIC X(7).
       01  WS-COL-ELEM-CNT               PIC 9(5) COMP-3  VALUE ZERO.
           SKIP1
      *
      *     RUN-STATISTICS HISTORY RECORD AND THE TREND TABLE.  THE
      *     TABLE KEEPS THE LAST TEN HISTORY RECORDS (INCLUDING THIS
      *     RUN'S, APPENDED FIRST); THE TREND REPORT PRINTS THEM SIDE
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
           10  FILLER           PIC X(15)  VALUE 'CHURN HOTSPOTS:'.
           10  FILLER           PIC X(115) VALUE SPACES.
           SKIP1
      *
      *     PRINTED IN PLACE OF THE INVENTORY DIFF AND THE CHURN
      *     REPORT WHEN THE CARRIED-IN GENERATIONS FAIL THE CHECK.
      *
       01  HEADING-34.
           05  HDR34-CCONTROL   PIC X      VALUE '0'.
           05  HDR34-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(48)  VALUE
               'REPORT SKIPPED - CARRIED-IN GENERATIONS ARE NOT'.
           10  FILLER           PIC X(48)  VALUE
               ' THE COMPLETE OUTPUT OF THE PRECEDING RUN'.
           10  FILLER           PIC X(34)  VALUE SPACES.
           SKIP1
       01  HEADING-35.
           05  HDR35-CCONTROL   PIC X      VALUE '0'.
           05  HDR35-LINE.
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
      *
      *     PRINTED BY A PARALLEL STREAM IN PLACE OF THE SECTIONS
      *     CCIDMRGE PRODUCES OVER THE MERGED INVENTORY, AND BY A
      *     CONVERSION RUN AHEAD OF THE DIFF AND THE CHURN REPORT.
      *
       01  HEADING-48.
           05  HDR48-CCONTROL   PIC X      VALUE '0'.
           05  HDR48-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(40)  VALUE
               'NOT PRODUCED BY A PARALLEL STREAM - SEE'.
           10  FILLER           PIC X(40)  VALUE
               ' THE CCIDMRGE REPORT FOR THE MERGED RUN'.
           10  FILLER           PIC X(50)  VALUE SPACES.
           SKIP1
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
       01  DETAIL-13.
           05  DET13-CCONTROL   PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET15-DATE       PIC X(7).
           05  FILLER           PIC X(69)  VALUE SPACES.
           SKIP1
       01  HEADING-36.
           05  HDR36-CCONTROL   PIC X      VALUE ' '.
           05  HDR36-LINE.
           10  FILLER           PIC X(44)  VALUE SPACES.
           10  FILLER           PIC X(34)  VALUE
                   'LEVEL COMMENT STANDARDS EXCEPTIONS'.
           10  FILLER           PIC X(54)  VALUE SPACES.
           SKIP1
       01  HEADING-37.
           05  HDR37-CCONTROL   PIC X      VALUE '0'.
           05  HDR37-LINE.
           10  FILLER           PIC X(10)  VALUE '  AUTHOR: '.
           10  HDR37-USERID     PIC X(8).
           10  FILLER           PIC X(8)   VALUE '  NAME: '.
           10  HDR37-NAME       PIC X(25).
           10  FILLER           PIC X(8)   VALUE '  DEPT: '.
           10  HDR37-DEPT       PIC X(12).
           10  FILLER           PIC X(61)  VALUE SPACES.
           SKIP1
       01  HEADING-38.
           05  HDR38-CCONTROL   PIC X      VALUE ' '.
           05  HDR38-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(13)  VALUE 'CCID'.
           10  FILLER           PIC X(11)  VALUE 'ELEMENT'.
           10  FILLER           PIC X(9)   VALUE 'TYPE'.
           10  FILLER           PIC X(9)   VALUE 'ENVIRON'.
           10  FILLER           PIC X(9)   VALUE 'SYSTEM'.
           10  FILLER           PIC X(9)   VALUE 'SUBSYS'.
           10  FILLER           PIC X(7)   VALUE 'VV.LL'.
           10  FILLER           PIC X(9)   VALUE 'DATE'.
           10  FILLER           PIC X(10)  VALUE 'REASON'.
           10  FILLER           PIC X(40)  VALUE 'COMMENT'.
           10  FILLER           PIC X(4)   VALUE SPACES.
           SKIP1
       01  DETAIL-18.
           05  DET18-CCONTROL   PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET18-CCID       PIC X(12).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET18-ELEMENT    PIC X(10).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET18-TYPE       PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET18-ENVIRON    PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET18-SYSTEM     PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET18-SUBSYS     PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET18-VV         PIC X(2).
           05  FILLER           PIC X      VALUE '.'.
           05  DET18-LL         PIC X(2).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET18-DATE       PIC X(7).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET18-REASON     PIC X(8).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET18-COMMENT    PIC X(40).
           05  FILLER           PIC X(4)   VALUE SPACES.
           SKIP1
       01  HEADING-39.
           05  HDR39-CCONTROL   PIC X      VALUE '0'.
           05  HDR39-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(42)  VALUE
                   'LEVEL COMMENT STANDARDS BY DEPARTMENT:'.
           10  FILLER           PIC X(88)  VALUE SPACES.
           SKIP1
       01  HEADING-40.
           05  HDR40-CCONTROL   PIC X      VALUE ' '.
           05  HDR40-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(14)  VALUE 'DEPARTMENT'.
           10  FILLER           PIC X(10)  VALUE 'LEVELS'.
           10  FILLER           PIC X(12)  VALUE 'CONFORMING'.
           10  FILLER           PIC X(12)  VALUE 'EXCEPTIONS'.
           10  FILLER           PIC X(12)  VALUE 'PCT CONFORM'.
           10  FILLER           PIC X(70)  VALUE SPACES.
           SKIP1
       01  DETAIL-19.
           05  DET19-CCONTROL   PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET19-DEPT       PIC X(12).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET19-LEVELS     PIC ZZZZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  DET19-OK         PIC ZZZZZ9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  DET19-EXCP       PIC ZZZZZ9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  DET19-PCT        PIC ZZ9.9.
           05  FILLER           PIC X(77)  VALUE SPACES.
           SKIP1
       01  HEADING-41.
           05  HDR41-CCONTROL   PIC X      VALUE ' '.
           05  HDR41-LINE.
           10  FILLER           PIC X(42)  VALUE SPACES.
           10  FILLER           PIC X(40)  VALUE
                   'CONCURRENT DEVELOPMENT COLLISION REPORT'.
           10  FILLER           PIC X(50)  VALUE SPACES.
           SKIP1
       01  HEADING-42.
           05  HDR42-CCONTROL   PIC X      VALUE ' '.
           05  HDR42-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(11)  VALUE 'ELEMENT'.
           10  FILLER           PIC X(9)   VALUE 'TYPE'.
           10  FILLER           PIC X(9)   VALUE 'ENVIRON'.
           10  FILLER           PIC X(4)   VALUE 'STG'.
           10  FILLER           PIC X(9)   VALUE 'SYSTEM'.
           10  FILLER           PIC X(9)   VALUE 'SUBSYS'.
           10  FILLER           PIC X(13)  VALUE 'CCID'.
           10  FILLER           PIC X(7)   VALUE 'VV.LL'.
           10  FILLER           PIC X(9)   VALUE 'USER'.
           10  FILLER           PIC X(9)   VALUE 'DATE'.
           10  FILLER           PIC X(10)  VALUE 'PKG STATUS'.
           10  FILLER           PIC X(31)  VALUE SPACES.
           SKIP1
       01  DETAIL-20.
           05  DET20-CCONTROL   PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET20-ELEMENT    PIC X(10).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET20-TYPE       PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET20-ENVIRON    PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET20-SID        PIC X.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  DET20-SYSTEM     PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET20-SUBSYS     PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET20-CCID       PIC X(12).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET20-VV         PIC X(2).
           05  FILLER           PIC X      VALUE '.'.
           05  DET20-LL         PIC X(2).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET20-USER       PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET20-DATE       PIC X(7).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET20-PKG-STATUS PIC X(10).
           05  FILLER           PIC X(31)  VALUE SPACES.
           SKIP1
       01  HEADING-43.
           05  HDR43-CCONTROL   PIC X      VALUE ' '.
           05  HDR43-LINE.
           10  FILLER           PIC X(44)  VALUE SPACES.
           10  FILLER           PIC X(40)  VALUE
                   'SEGREGATION OF DUTIES EXCEPTION REPORT'.
           10  FILLER           PIC X(48)  VALUE SPACES.
           SKIP1
       01  HEADING-44.
           05  HDR44-CCONTROL   PIC X      VALUE ' '.
           05  HDR44-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(60)  VALUE
                   'LEVELS WRITTEN BY A MEMBER OF THE APPROVING GROUP'.
           10  FILLER           PIC X(70)  VALUE SPACES.
           SKIP1
       01  HEADING-45.
           05  HDR45-CCONTROL   PIC X      VALUE ' '.
           05  HDR45-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(9)   VALUE 'GROUP'.
           10  FILLER           PIC X(13)  VALUE 'CCID'.
           10  FILLER           PIC X(9)   VALUE 'USER'.
           10  FILLER           PIC X(26)  VALUE 'NAME'.
           10  FILLER           PIC X(11)  VALUE 'ELEMENT'.
           10  FILLER           PIC X(9)   VALUE 'TYPE'.
           10  FILLER           PIC X(9)   VALUE 'ENVIRON'.
           10  FILLER           PIC X(4)   VALUE 'STG'.
           10  FILLER           PIC X(9)   VALUE 'SYSTEM'.
           10  FILLER           PIC X(9)   VALUE 'SUBSYS'.
           10  FILLER           PIC X(7)   VALUE 'VV.LL'.
           10  FILLER           PIC X(7)   VALUE 'DATE'.
           10  FILLER           PIC X(8)   VALUE SPACES.
           SKIP1
       01  DETAIL-21.
           05  DET21-CCONTROL   PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET21-GROUP      PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET21-CCID       PIC X(12).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET21-USER       PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET21-NAME       PIC X(25).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET21-ELEMENT    PIC X(10).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET21-TYPE       PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET21-ENVIRON    PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET21-SID        PIC X.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  DET21-SYSTEM     PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET21-SUBSYS     PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET21-VV         PIC X(2).
           05  FILLER           PIC X      VALUE '.'.
           05  DET21-LL         PIC X(2).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  DET21-DATE       PIC X(7).
           05  FILLER           PIC X(8)   VALUE SPACES.
           SKIP1
       01  HEADING-46.
           05  HDR46-CCONTROL   PIC X      VALUE ' '.
           05  HDR46-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(60)  VALUE
                   'CCIDS WHOSE LEVELS ALL CAME FROM ONE USERID'.
           10  FILLER           PIC X(70)  VALUE SPACES.
           SKIP1
       01  HEADING-47.
           05  HDR47-CCONTROL   PIC X      VALUE ' '.
           05  HDR47-LINE.
           10  FILLER           PIC X(2)   VALUE SPACES.
           10  FILLER           PIC X(13)  VALUE 'CCID'.
           10  FILLER           PIC X(9)   VALUE 'USER'.
           10  FILLER           PIC X(26)  VALUE 'NAME'.
           10  FILLER           PIC X(9)   VALUE 'GROUP'.
           10  FILLER           PIC X(6)   VALUE 'LEVELS'.
           10  FILLER           PIC X(67)  VALUE SPACES.
           SKIP1
       01  DETAIL-22.
           05  DET22-CCONTROL   PIC X      VALUE ' '.
           05  FILLER           PIC XX     VALUE SPACES.
           05  DET22-CCID       PIC X(12).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET22-USER       PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET22-NAME       PIC X(25).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET22-GROUP      PIC X(8).
           05  FILLER           PIC X      VALUE SPACE.
           05  DET22-LEVELS     PIC ZZZZZ9.
           05  FILLER           PIC X(67)  VALUE SPACES.
           SKIP1
       01  HEADING-28.
           05  HDR28-CCONTROL   PIC X      VALUE ' '.
           05  HDR28-LINE.
      *     INTERFACE FEED RECORDS AND THE DISTINCT-CCID TABLE BUILT
      *     FROM THE COMPLIANCE EXCEPTION FEED, SO EACH SUMMARY
      *     RECORD CAN SAY WHETHER ITS CCID DREW AN EXCEPTION THIS
      *     RUN.  THE SEGREGATION OF DUTIES EXCEPTIONS IN THAT FEED
      *     ARE LEFT OUT OF THE TABLE; THEY HAVE THEIR OWN FLAG,
      *     TAKEN FROM THE CCID TOTALS.
      *
       01  INTF-HDR-RECORD.
           05  FILLER           PIC X      VALUE 'H'.
           05  INTH-RUN-DATE    PIC X(5).
           05  INTH-START-TIME  PIC X(8).
           05  FILLER           PIC X(47)  VALUE SPACES.
       01  INTF-DTL-RECORD.
           05  FILLER           PIC X      VALUE 'D'.
           05  INTD-CCID        PIC X(12).
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
       01  WS-CEX-OVFL-SW                PIC X            VALUE '0'.
           88  WS-CEX-OVFL       VALUE '1'.
       COPY ECHAPELM.
           SKIP2
      *
      *     PARM AREA.  UP TO TWO FOUR-CHARACTER WORDS, SEPARATED
      *     BY A COMMA, IN ANY ORDER:
      *       NNNN - RESTART SEQUENCE NUMBER, RIGHT-JUSTIFIED AND
      *              ZERO-FILLED, E.G. PARM='0012' TO RESTART AFTER
      *              THE 12TH CONTROL CARD.
      *       STRM - THIS IS ONE OF SEVERAL PARALLEL STREAMS, E.G.
      *              PARM='STRM' OR PARM='STRM,0012'.
      *       CONV - ONE-TIME CONVERSION RUN: ACCEPT HEADERLESS
      *              CCIDPRIR, CCIDGENI AND STATHIST AND START THE
      *              RUN CHAIN.  IGNORED ONCE THE CHAIN HAS STARTED.
      *
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN      PIC S9(4) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-WORD-1 PIC X(4).
               10  FILLER       PIC X.
               10  LS-PARM-WORD-2 PIC X(4).
      *
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LINE.
           PERFORM A1002-READ-PARM THRU
                   A1002-EXIT.
           OPEN INPUT  INPUT-FILE.
           OPEN OUTPUT OUTPUT-REPORT.
           OPEN OUTPUT EXCP-FILE.
           MOVE 1 TO HIST-WORK-FILE-STATUS.
           OPEN OUTPUT DUPW-FILE.
           MOVE 1 TO DUPW-FILE-STATUS.
           OPEN OUTPUT COLW-FILE.
           MOVE 1 TO COLW-FILE-STATUS.
           OPEN OUTPUT SODW-FILE.
           MOVE 1 TO SODW-FILE-STATUS.
           IF NOT WS-STREAM-MODE
              OPEN I-O MASTER-FILE
              MOVE 1 TO MASTER-FILE-STATUS.
           ACCEPT WS-RUN-DATE FROM DAY.
           PERFORM A1005-LOAD-USERREF THRU
                   A1005-EXIT.
           OPEN OUTPUT CMPL-FILE.
           MOVE 1 TO CMPL-FILE-STATUS.
           OPEN OUTPUT STAL-FILE.
           MOVE 1 TO STAL-FILE-STATUS.
           OPEN OUTPUT RECN-FILE.
           MOVE 1 TO RECN-FILE-STATUS.
           OPEN OUTPUT CMNT-FILE.
           MOVE 1 TO CMNT-FILE-STATUS.
           OPEN OUTPUT ACTV-FILE.
           MOVE 1 TO ACTV-FILE-STATUS.
           PERFORM A1006-LOAD-APPRCCID THRU
                   A1006-EXIT.
           PERFORM A1003-LOAD-APPRROST THRU
                   A1003-EXIT.
           PERFORM A1007-LOAD-ROUTING THRU
                   A1007-EXIT.
           PERFORM A1004-CHECK-GENERATIONS THRU
                   A1004-EXIT.
           OPEN OUTPUT OPSLOG-FILE.
           MOVE 1 TO OPSLOG-FILE-STATUS.
           PERFORM Z1000-GET-TIME THRU
           MOVE ZERO        TO OPSL-CARD-SEQ.
           PERFORM B1185-PUT-OPSLOG THRU
                   B1185-EXIT.
       MAIN-LOOP.
           PERFORM A1000-PROCESS-INPUT THRU                                     
                   A1009-EXIT.                                                  
                 PERFORM A1008-CARRY-OVER-DECK THRU
                         A1008-EXIT
                 GO TO A1009-EXIT.
           ADD 1 TO WS-CARD-READ-CNT.
           IF INCARD-COMMENT = '*'
              PERFORM B1000-WRITE-SPECIFICATION THRU
                      B1009-EXIT
              GO TO A1000-PROCESS-INPUT.
           ADD 1 TO WS-CARD-SEQ.
           IF WS-RESTART-ACTIVE AND WS-CARD-SEQ NOT > WS-RESTART-SEQ
              ADD 1 TO WS-BYPASS-CNT
              GO TO A1000-PROCESS-INPUT.
           PERFORM B1000-WRITE-SPECIFICATION THRU
                   B1009-EXIT.
            EXIT.
            SKIP2                                                               
      *
      *     PICKS THE RUN OPTIONS OUT OF THE PARM FIELD.  THE SECOND
      *     WORD IS LOOKED AT ONLY WHEN THE PARM IS LONG ENOUGH TO
      *     HOLD ONE AFTER THE COMMA.
      *
       A1002-READ-PARM.
            IF LS-PARM-LEN NOT > ZERO
               GO TO A1002-EXIT.
            MOVE LS-PARM-WORD-1 TO WS-PARM-WORD.
            PERFORM B1258-PARM-WORD THRU
                    B1258-EXIT.
            IF LS-PARM-LEN > 5
               MOVE LS-PARM-WORD-2 TO WS-PARM-WORD
               PERFORM B1258-PARM-WORD THRU
                       B1258-EXIT.
            IF WS-STREAM-MODE AND WS-CONV-REQUESTED
               DISPLAY 'CCIDRPT1 - CONV IGNORED - A PARALLEL STREAM '
                       'MAKES NO GENERATION CHECK'
               MOVE '0' TO WS-CONV-SW.
       A1002-EXIT.
            EXIT.
            SKIP2
      *
      *     LOADS THE USERID-TO-NAME/DEPARTMENT REFERENCE FILE INTO
      *     ITS LOOKUP TABLE.  AN EMPTY OR SHORT FILE SIMPLY LEAVES
      *     NAMES BLANK AND ACTIVITY UNDER '*UNKNOWN*'.
            EXIT.
            SKIP2
      *
      *     LOADS THE APPROVER ROSTER INTO ITS LOOKUP TABLE FOR THE
      *     SEGREGATION OF DUTIES CHECK.
      *
       A1003-LOAD-APPRROST.
            OPEN INPUT ROST-FILE.
            MOVE '0' TO WS-ROST-EOF-SW.
       A1003-LOOP.
            READ ROST-FILE INTO APPRROST-RECORD
                  AT END MOVE '1' TO WS-ROST-EOF-SW
            END-READ.
            IF WS-ROST-AT-EOF
               GO TO A1003-DONE.
            IF WS-ROST-CNT < 500
               ADD 1 TO WS-ROST-CNT
               SET WS-ROST-IDX TO WS-ROST-CNT
               MOVE ROST-GROUP  TO ROSTT-GROUP (WS-ROST-IDX)
               MOVE ROST-USERID TO ROSTT-USERID (WS-ROST-IDX)
            ELSE
               IF NOT WS-ROST-OVFL
                  MOVE '1' TO WS-ROST-OVFL-SW
                  DISPLAY 'CCIDRPT1 - APPROVER ROSTER TABLE FULL AT '
                          '500 - FURTHER APPROVERS ARE NOT CHECKED'
               END-IF.
            GO TO A1003-LOOP.
       A1003-DONE.
            CLOSE ROST-FILE.
       A1003-EXIT.
            EXIT.
            SKIP2
      *
      *     LOADS THE DISTRIBUTION ROUTING FILE AND OPENS THE SPLIT
      *     OUTPUT FILE FOR EACH SLOT A ROUTING RECORD FILLED.  AN
      *     EMPTY ROUTING FILE LEAVES DISTRIBUTION OFF AND ONLY THE
       A1007-EXIT.
            EXIT.
            SKIP2
      *
      *     CHECKS THE CARRIED-IN CCIDPRIR, CCIDGENI AND STATHIST
      *     BEFORE THEY ARE USED: EACH MUST OPEN WITH A HEADER, CLOSE
      *     WITH A TRAILER WHOSE COUNT MATCHES THE DETAIL RECORDS,
      *     PREDATE THIS RUN, AND COME FROM THE PRECEDING RUN AS
      *     RECORDED IN THE RUN CONTROL RECORD ON CCIDMSTR.  ALSO
      *     SETS THIS RUN'S SEQUENCE NUMBER FOR THE HEADERS AND
      *     TRAILERS IT WRITES.  A PARALLEL STREAM MAKES NO CHECK AND
      *     HAS NO SEQUENCE OF ITS OWN; CCIDMRGE CHECKS FOR THE RUN.
      *
       A1004-CHECK-GENERATIONS.
            IF WS-STREAM-MODE
               DISPLAY 'CCIDRPT1 - PARALLEL STREAM - GENERATION '
                       'CHECK LEFT TO CCIDMRGE'
               GO TO A1004-EXIT.
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
                  DISPLAY 'CCIDRPT1 - CONV IGNORED - RUN CONTROL '
                          'RECORD ALREADY ON CCIDMSTR'
               ELSE
                  MOVE '1' TO WS-CONV-RUN-SW
               END-IF.
            IF WS-CONV-RUN
               COMPUTE WS-RUN-SEQ = WS-GC-ANY-SEQ + 1
               DISPLAY 'CCIDRPT1 - CONVERSION RUN - CARRIED-IN '
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
               DISPLAY 'CCIDRPT1 - INVENTORY DIFF AND CHURN REPORTS '
                       'WILL BE SKIPPED THIS RUN'.
       A1004-EXIT.
            EXIT.
            SKIP2
       A1010-GET-ELEMENT-LIST.                                                  
            PERFORM B1010-LIST-AACTL-BLOCK THRU                                 
                    B1019-EXIT.                                                 
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            ADD 1 TO WS-DETAIL-LINE-CNT.
            ADD 1 TO WS-USER-LINE-CNT.
            GO TO A1057-LOOP.
       A1057-EOF.
            CLOSE SORTED-FILE.
                ASCENDING KEY HSRT-KEY
                WITH DUPLICATES IN ORDER
                USING HIST-WORK-FILE
                GIVING HIST-SORTED.
            PERFORM B1250-PUT-HISTORY THRU
                    B1250-EXIT.
            IF API-ACTIVE
               PERFORM B1170-PKG-RECON-REPORT THRU
                       B1179-EXIT.
            IF RECN-OPEN
               CLOSE RECN-FILE
               MOVE 0 TO RECN-FILE-STATUS.
      *
      *     THE ONE-USERID CCIDS GO INTO THE COMPLIANCE FEED WHILE IT
      *     IS STILL OPEN, AND INTO THE CCID TOTALS THE INTERFACE
      *     FEED IS WRITTEN FROM.
      *
            PERFORM B1294-ONE-USER-CHECK THRU
                    B1294-EXIT.
      *
      *     THE INTERFACE FEED RUNS BEFORE THE API SHUTDOWN BECAUSE
      *     IT INQUIRES ON EACH CCID'S PACKAGE FOR THE SUMMARY
               MOVE 0 TO CMPL-FILE-STATUS.
            CLOSE EXTR-FILE.
            MOVE 0 TO EXTR-FILE-STATUS.
            IF ACTV-OPEN
               CLOSE ACTV-FILE
               MOVE 0 TO ACTV-FILE-STATUS.
            IF RESTART-OPEN
               CLOSE RESTART-FILE
               MOVE 0 TO RESTART-FILE-STATUS.
            IF CARRY-OPEN
               CLOSE CARRY-FILE
               MOVE 0 TO CARRY-FILE-STATUS.
            PERFORM B1100-CCID-SUMMARY-REPORT THRU
                    B1109-EXIT.
            PERFORM B1090-EXCEPTION-REPORT THRU
                    B1209-EXIT.
            PERFORM B1240-DUP-ELEMENT-REPORT THRU
                    B1249-EXIT.
            PERFORM B1280-COLLISION-REPORT THRU
                    B1289-EXIT.
            PERFORM B1120-SIGNOUT-REPORT THRU
                    B1129-EXIT.
            IF STAL-OPEN
               CLOSE STAL-FILE
               MOVE 0 TO STAL-FILE-STATUS.
            PERFORM B1140-DEPT-SUMMARY-REPORT THRU
                    B1149-EXIT.
            PERFORM B1150-COMPLIANCE-REPORT THRU
                    B1159-EXIT.
            PERFORM B1290-SOD-REPORT THRU
                    B1299-EXIT.
            PERFORM B1270-COMMENT-STD-REPORT THRU
                    B1279-EXIT.
            PERFORM B1190-RUN-STATS-REPORT THRU
                    B1199-EXIT.
            PERFORM B1195-TREND-REPORT THRU
                    B1195-EXIT.
      *
      *     THE GENERATIONS AND STATISTICS HISTORY FOR THIS RUN ARE
      *     WRITTEN, SO IT IS NOW THE LAST COMPLETED RUN.
      *
            IF MASTER-OPEN
               PERFORM B1257-PUT-RUN-CONTROL THRU
                       B1257-EXIT
               CLOSE MASTER-FILE
               MOVE 0 TO MASTER-FILE-STATUS.
            CLOSE OUTPUT-REPORT.
            IF EXT1-OPEN
               CLOSE EXT1-FILE.
            IF WS-ELAPSED-SECS < ZERO
               ADD 86400 TO WS-ELAPSED-SECS.
            MOVE WS-ELAPSED-SECS   TO OPSL-ELAPSED.
            COMPUTE OPSL-PROCESSED = WS-CARD-READ-CNT - WS-BYPASS-CNT.
            MOVE WS-CARRY-CNT      TO OPSL-CARRIED.
            MOVE WS-BYPASS-CNT     TO OPSL-BYPASSED.
            MOVE WS-USER-LINE-CNT  TO OPSL-USER-LINES.
            PERFORM B1185-PUT-OPSLOG THRU
                    B1185-EXIT.
            CLOSE OPSLOG-FILE.
               MOVE 16 TO WS-RETURN-CODE.
            IF WS-CARRY-CNT > ZERO
               MOVE 20 TO WS-RETURN-CODE.
            IF WS-GENCHK-FAILED
               MOVE 24 TO WS-RETURN-CODE.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
       A1039-EXIT.                                                              
            EXIT.                                                               
            EXIT.
            SKIP2
      *
      *     WRITES THE DETAIL LINE'S AUTHOR, AND ITS SIGNOUT HOLDER
      *     WHEN THE ELEMENT IS SIGNED OUT, TO THE USERID ACTIVITY
      *     FEED.  A BLANK USERID IS NOBODY'S ACTIVITY.
      *
       B1045-PUT-ACTIVITY.
            MOVE DETR-ELEMENT   TO ACTV-ELEMENT.
            MOVE DETR-TYPE      TO ACTV-TYPE.
            MOVE DETR-ENVIRON   TO ACTV-ENVIRON.
            MOVE DETR-SID       TO ACTV-SID.
            MOVE DETR-SYSTEM    TO ACTV-SYSTEM.
            MOVE DETR-SUBSYS    TO ACTV-SUBSYS.
            MOVE DETR-VV        TO ACTV-VV.
            MOVE DETR-LL        TO ACTV-LL.
            MOVE DETR-DATE      TO ACTV-DATE.
            IF DETR-USER NOT = SPACES
               MOVE DETR-USER  TO ACTV-USER
               MOVE 'A'        TO ACTV-ROLE
               WRITE ACTV-DATA FROM ACTV-RECORD.
            IF DETR-SIGNOUT-USER NOT = SPACES
               MOVE DETR-SIGNOUT-USER TO ACTV-USER
               MOVE 'S'        TO ACTV-ROLE
               WRITE ACTV-DATA FROM ACTV-RECORD.
       B1045-EXIT.
            EXIT.
            SKIP2
      *
      *     LOOKS THE ELEMENT JUST LISTED UP IN THE BROWSE CACHE.
      *     A HIT LEAVES WS-BC-IDX ON THE ENTRY FOR THE REPLAY.
      *
            MOVE WS-UREF-NAME    TO DET1-USER-NAME.
            PERFORM B1057-ACCUM-DEPT THRU
                    B1057-EXIT.
            PERFORM B1272-CHECK-COMMENT THRU
                    B1272-EXIT.
            MOVE DETR-DATE       TO DET1-DATE.                                  
            MOVE DETR-TIME       TO DET1-TIME.                                  
            MOVE DETR-VV         TO DET1-VV.
            MOVE DETR-USER       TO DUW-USER.
            MOVE DETR-DATE       TO DUW-DATE.
            WRITE DUPW-DATA FROM DUW-RECORD.
            MOVE DETR-ELEMENT    TO COW-ELEMENT.
            MOVE DETR-TYPE       TO COW-TYPE.
            MOVE DETR-ENVIRON    TO COW-ENVIRON.
            MOVE DETR-SID        TO COW-SID.
            MOVE DETR-SYSTEM     TO COW-SYSTEM.
            MOVE DETR-SUBSYS     TO COW-SUBSYS.
            MOVE DETR-CCID       TO COW-CCID.
            MOVE DETR-VV         TO COW-VV.
            MOVE DETR-LL         TO COW-LL.
            MOVE DETR-USER       TO COW-USER.
            MOVE DETR-DATE       TO COW-DATE.
            WRITE COLW-DATA FROM COW-RECORD.
            MOVE DETR-CCID       TO HIST-CCID.
            MOVE DETR-ELEMENT    TO HIST-ELEMENT.
            MOVE DETR-TYPE       TO HIST-TYPE.
               PERFORM B1068-ACCUM-SIGNOUT THRU
                       B1068-EXIT
            END-IF.
            PERFORM B1045-PUT-ACTIVITY THRU
                    B1045-EXIT.
            PERFORM B1292-CHECK-SOD THRU
                    B1292-EXIT.
            PERFORM B1063-ACCUM-TOTALS THRU
                    B1063-EXIT.
            GO TO B1060-LOOP.
               SET WS-DEPT-IDX TO WS-DEPT-CNT
               MOVE WS-UREF-DEPT TO DEPT-NAME (WS-DEPT-IDX)
               MOVE 1            TO DEPT-ELEM-COUNT (WS-DEPT-IDX)
               MOVE ZERO         TO DEPT-CMNT-OK (WS-DEPT-IDX)
            ELSE
               IF NOT WS-DEPT-OVFL
                  MOVE '1' TO WS-DEPT-OVFL-SW
      *
      *     ACCUMULATES, FOR THE CCID SUMMARY TOTALS PAGE, THE
      *     ELEMENT COUNT AND THE DISTINCT SYSTEM/SUBSYSTEM
      *     COMBINATIONS SEEN UNDER EACH CCID ACROSS THE WHOLE RUN,
      *     AND FOR THE SEGREGATION OF DUTIES CHECK THE CCID'S FIRST
      *     AUTHOR, WHETHER ANY OTHER AUTHOR FOLLOWED AND WHETHER
      *     ANY LEVEL CAME FROM ITS OWN APPROVING GROUP.
      *
       B1063-ACCUM-TOTALS.
            ADD 1 TO WS-GRAND-TOTAL.
                     MOVE DETR-CCID   TO TOT-CCID (WS-CCID-IDX)
                     MOVE 1           TO TOT-ELEM-COUNT (WS-CCID-IDX)
                     MOVE 1           TO TOT-SS-COUNT (WS-CCID-IDX)
                     MOVE 'UNKNOWN'   TO TOT-PKG-STATUS (WS-CCID-IDX)
                     MOVE DETR-USER   TO TOT-FIRST-USER (WS-CCID-IDX)
                     MOVE '0'      TO TOT-MULTI-USER-SW (WS-CCID-IDX)
                     MOVE 'N'         TO TOT-SOD-FLAG (WS-CCID-IDX)
                     IF WS-SOD-LEVEL
                        MOVE 'Y'      TO TOT-SOD-FLAG (WS-CCID-IDX)
                     END-IF
                     MOVE DETR-SYSTEM TO TOT-SS-SYSTEM (WS-CCID-IDX 1)
                     MOVE DETR-SUBSYS TO TOT-SS-SUBSYS (WS-CCID-IDX 1)
                  ELSE
                  END-IF
               WHEN TOT-CCID (WS-CCID-IDX) = DETR-CCID
                  ADD 1 TO TOT-ELEM-COUNT (WS-CCID-IDX)
                  IF DETR-USER NOT = TOT-FIRST-USER (WS-CCID-IDX)
                     MOVE '1' TO TOT-MULTI-USER-SW (WS-CCID-IDX)
                  END-IF
                  IF WS-SOD-LEVEL
                     MOVE 'Y' TO TOT-SOD-FLAG (WS-CCID-IDX)
                  END-IF
                  PERFORM B1064-ACCUM-SYS-SUBSYS THRU
                          B1064-EXIT
            END-SEARCH.
      *     CCID/ELEMENT/TYPE COMBINATION.  A COMBINATION NEVER SEEN
      *     BEFORE IS ADDED WITH FIRST-SEEN SET TO THIS RUN'S DATE;
      *     ONE SEEN BEFORE HAS ITS LAST-SEEN DATE AND RUN COUNT
      *     CARRIED FORWARD, AT MOST ONCE PER RUN.  A PARALLEL STREAM
      *     DOES NOT OPEN THE MASTER; CCIDMRGE UPDATES IT FROM THE
      *     MERGED INVENTORY.
      *
       B1061-UPDATE-MASTER.
            IF NOT MASTER-OPEN
               GO TO B1061-EXIT.
            MOVE DETR-CCID     TO MSTR-CCID.
            MOVE DETR-ELEMENT  TO MSTR-ELEMENT.
            MOVE DETR-TYPE     TO MSTR-TYPE.
               COMPUTE CL-API (WS-CL-IDX) =
                       WS-API-CALL-CNT - WS-CS-API-CALLS
               MOVE WS-ELAPSED-SECS TO CL-ELAPSED (WS-CL-IDX)
               MOVE INCARD TO CL-IMAGE (WS-CL-IDX)
            ELSE
               IF NOT WS-CARDLOG-OVFL
                  MOVE '1' TO WS-CARDLOG-OVFL-SW
            MOVE HEADING-8 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-STREAM-MODE
               MOVE HEADING-48 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT
               GO TO B1119-EXIT.
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
            EXIT.
            SKIP2
      *
      *     NEXT DETAIL RECORD OF EACH INVENTORY.  THE HEADER IS
      *     PASSED OVER AND THE TRAILER ENDS THE FILE.
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
      *
      *     A CCID/ELEMENT/TYPE PRESENT IN THIS RUN'S INVENTORY BUT
      *     NOT IN THE PRIOR RUN'S.
      *
      *     WHEN A CUTOFF DATE WAS SUPPLIED ON A 'SOUT' OPTION CARD,
      *     SIGNOUTS WHOSE LAST ACTION PREDATES THE CUTOFF ARE
      *     FLAGGED STALE, WHICH IS WHAT THE MONTHLY CLEANUP WORKS
      *     FROM, AND WRITTEN TO THE STALE SIGNOUT FEED.
      *
       B1120-SIGNOUT-REPORT.
            MOVE 1     TO WS-PRINT-SW.
            IF WS-SOUT-CUTOFF NOT = SPACES
               IF SOUT-EL-DATE (WS-SOUT-IDX WS-SOUT-ELEM-IDX) (2:4)
                     < WS-SOUT-CUTOFF
                  MOVE '*STALE*' TO DET6-FLAG
                  PERFORM B1122-PUT-STALE THRU
                          B1122-EXIT.
            MOVE DETAIL-6 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1129-EXIT.
            EXIT.
            SKIP2
       B1122-PUT-STALE.
            MOVE SOUT-USER (WS-SOUT-IDX) TO STAL-USER.
            MOVE DET6-ELEMENT            TO STAL-ELEMENT.
            MOVE DET6-TYPE               TO STAL-TYPE.
            MOVE DET6-SYSTEM             TO STAL-SYSTEM.
            MOVE DET6-SUBSYS             TO STAL-SUBSYS.
            MOVE DET6-DATE               TO STAL-DATE.
            WRITE STAL-DATA FROM STAL-RECORD.
       B1122-EXIT.
            EXIT.
            SKIP2
      *
      *     PRINTS, IN THE STYLE OF THE CCID SUMMARY TOTALS PAGE,
      *     THE ELEMENTS TOUCHED PER DEPARTMENT FOR THE RUN,
       B1150-LOOP.
            READ CMPL-FILE INTO CMPL-RECORD
                  AT END GO TO B1150-EOF.
            IF CMPL-REASON = 'SODAUTH' OR 'ONEUSER'
               GO TO B1150-LOOP.
            MOVE CMPL-CCID     TO DET10-CCID.
            MOVE CMPL-ELEMENT  TO DET10-ELEMENT.
            MOVE CMPL-TYPE     TO DET10-TYPE.
            EXIT.
            SKIP2
      *
      *     PRINTS THE LEVEL COMMENT STANDARDS REPORT: EVERY LEVEL
      *     FROM THE CMNTCRD FEED, GROUPED BY AUTHOR WITH THE
      *     AUTHOR'S NAME AND DEPARTMENT FROM THE REFERENCE FILE,
      *     THEN EACH DEPARTMENT'S LEVELS, CONFORMING COUNT AND
      *     PERCENT CONFORMING FROM THE DEPARTMENT TOTALS.
      *
       B1270-COMMENT-STD-REPORT.
            IF CMNT-OPEN
               CLOSE CMNT-FILE
               MOVE 0 TO CMNT-FILE-STATUS.
            SORT CMNT-SORT-FILE
                ASCENDING KEY CMNS-USER CMNS-CCID CMNS-ELEMENT
                              CMNS-TYPE
                WITH DUPLICATES IN ORDER
                USING CMNT-FILE
                GIVING CMNT-SORTED.
            MOVE 1     TO WS-PRINT-SW.
            MOVE +60   TO WS-LINECNT.
            MOVE HEADING-36 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            OPEN INPUT CMNT-SORTED.
            MOVE '0'    TO WS-CMNT-EOF-SW.
            MOVE SPACES TO WS-CMNT-CUR-USER.
            MOVE ZERO   TO WS-CMNT-AUTH-CNT.
       B1270-LOOP.
            READ CMNT-SORTED INTO CMNT-RECORD
                  AT END MOVE '1' TO WS-CMNT-EOF-SW
            END-READ.
            IF WS-CMNT-AT-EOF
               GO TO B1270-EOF.
            IF WS-CMNT-AUTH-CNT = ZERO OR
                  CMNT-USER NOT = WS-CMNT-CUR-USER
               PERFORM B1274-AUTHOR-BREAK THRU
                       B1274-EXIT.
            ADD 1 TO WS-CMNT-AUTH-CNT.
            MOVE CMNT-CCID     TO DET18-CCID.
            MOVE CMNT-ELEMENT  TO DET18-ELEMENT.
            MOVE CMNT-TYPE     TO DET18-TYPE.
            MOVE CMNT-ENVIRON  TO DET18-ENVIRON.
            MOVE CMNT-SYSTEM   TO DET18-SYSTEM.
            MOVE CMNT-SUBSYS   TO DET18-SUBSYS.
            MOVE CMNT-VV       TO DET18-VV.
            MOVE CMNT-LL       TO DET18-LL.
            MOVE CMNT-DATE     TO DET18-DATE.
            MOVE CMNT-REASON   TO DET18-REASON.
            MOVE CMNT-COMMENT  TO DET18-COMMENT.
            MOVE DETAIL-18     TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO B1270-LOOP.
       B1270-EOF.
            CLOSE CMNT-SORTED.
            MOVE '0'                         TO STAT-CCONTROL.
            MOVE 'NONCONFORMING COMMENTS'    TO STAT-LABEL.
            MOVE WS-CMNT-EXCP-CNT            TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ' '                         TO STAT-CCONTROL.
            MOVE HEADING-39 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-40 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ZERO TO WS-CMNT-LEVELS.
            MOVE ZERO TO WS-CMNT-OK.
            IF WS-DEPT-CNT = ZERO
               GO TO B1270-TOTAL.
            SET WS-DEPT-IDX TO 1.
       B1270-DEPT-LOOP.
            MOVE DEPT-NAME (WS-DEPT-IDX)       TO DET19-DEPT.
            MOVE DEPT-ELEM-COUNT (WS-DEPT-IDX) TO WS-LEVELS-HOLD.
            MOVE DEPT-CMNT-OK (WS-DEPT-IDX)    TO WS-OK-HOLD.
            ADD WS-LEVELS-HOLD TO WS-CMNT-LEVELS.
            ADD WS-OK-HOLD     TO WS-CMNT-OK.
            PERFORM B1278-PUT-DEPT-LINE THRU
                    B1278-EXIT.
            SET WS-DEPT-IDX UP BY 1.
            IF WS-DEPT-IDX > WS-DEPT-CNT
               GO TO B1270-TOTAL.
            GO TO B1270-DEPT-LOOP.
       B1270-TOTAL.
            MOVE 'ALL DEPTS'    TO DET19-DEPT.
            MOVE WS-CMNT-LEVELS TO WS-LEVELS-HOLD.
            MOVE WS-CMNT-OK     TO WS-OK-HOLD.
            MOVE '0'            TO DET19-CCONTROL.
            PERFORM B1278-PUT-DEPT-LINE THRU
                    B1278-EXIT.
            MOVE ' '            TO DET19-CCONTROL.
       B1279-EXIT.
            EXIT.
            SKIP2
      *
      *     TESTS THE DETAIL LINE'S COMMENT AGAINST THE SITE
      *     STANDARD.  A CONFORMING COMMENT COUNTS TOWARD ITS
      *     DEPARTMENT'S CONFORMING TOTAL; ANY OTHER IS WRITTEN TO
      *     THE CMNTCRD FEED AS 'BLANK' OR 'NONSTD'.  A GENFAIL
      *     MARKER ADDED BY THIS PROGRAM IS STRIPPED FIRST.
      *
       B1272-CHECK-COMMENT.
            MOVE SPACES       TO WS-CMNT-REASON.
            MOVE DETR-COMMENT TO WS-CMNT-TEXT.
            IF DETR-COMMENT (1:10) = '*GENFAIL* '
               MOVE SPACES                 TO WS-CMNT-TEXT
               MOVE DETR-COMMENT (11:30)   TO WS-CMNT-TEXT.
            IF WS-CMNT-TEXT = SPACES
               MOVE 'BLANK' TO WS-CMNT-REASON
               GO TO B1272-WRITE.
            IF WS-CMNT-TEXT (1:3) = 'CHG' AND
                  WS-CMNT-TEXT (4:7) IS NUMERIC
               GO TO B1272-CONFORMS.
            IF DETR-CCID = SPACES
               MOVE 'NONSTD' TO WS-CMNT-REASON
               GO TO B1272-WRITE.
            MOVE 12 TO WS-CMNT-CCID-LEN.
       B1272-CCID-LEN.
            IF DETR-CCID (WS-CMNT-CCID-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-CMNT-CCID-LEN
               GO TO B1272-CCID-LEN.
            IF WS-CMNT-TEXT (1:WS-CMNT-CCID-LEN) =
                  DETR-CCID (1:WS-CMNT-CCID-LEN)
               GO TO B1272-CONFORMS.
            MOVE 'NONSTD' TO WS-CMNT-REASON.
       B1272-WRITE.
            MOVE DETR-CCID      TO CMNT-CCID.
            MOVE DETR-ELEMENT   TO CMNT-ELEMENT.
            MOVE DETR-TYPE      TO CMNT-TYPE.
            MOVE DETR-ENVIRON   TO CMNT-ENVIRON.
            MOVE DETR-SYSTEM    TO CMNT-SYSTEM.
            MOVE DETR-SUBSYS    TO CMNT-SUBSYS.
            MOVE DETR-USER      TO CMNT-USER.
            MOVE DETR-DATE      TO CMNT-DATE.
            MOVE DETR-VV        TO CMNT-VV.
            MOVE DETR-LL        TO CMNT-LL.
            MOVE WS-CMNT-REASON TO CMNT-REASON.
            MOVE WS-CMNT-TEXT   TO CMNT-COMMENT.
            WRITE CMNT-DATA FROM CMNT-RECORD.
            ADD 1 TO WS-CMNT-EXCP-CNT.
            GO TO B1272-EXIT.
       B1272-CONFORMS.
      *
      *     B1057-ACCUM-DEPT HAS JUST LEFT THE INDEX ON THIS LINE'S
      *     DEPARTMENT, UNLESS THE DEPARTMENT TABLE WAS FULL.
      *
            IF WS-DEPT-IDX NOT > WS-DEPT-CNT
               IF DEPT-NAME (WS-DEPT-IDX) = WS-UREF-DEPT
                  ADD 1 TO DEPT-CMNT-OK (WS-DEPT-IDX).
       B1272-EXIT.
            EXIT.
            SKIP2
      *
      *     STARTS AN AUTHOR'S GROUP ON THE COMMENT STANDARDS REPORT
      *     WITH THE NAME AND DEPARTMENT FROM THE REFERENCE TABLE.
      *
       B1274-AUTHOR-BREAK.
            MOVE CMNT-USER   TO WS-CMNT-CUR-USER.
            MOVE CMNT-USER   TO HDR37-USERID.
            MOVE SPACES      TO HDR37-NAME.
            MOVE '*UNKNOWN*' TO HDR37-DEPT.
            MOVE ZERO        TO WS-CMNT-AUTH-CNT.
            IF WS-UREF-CNT = ZERO
               GO TO B1274-PRINT.
            SET WS-UREF-IDX TO 1.
       B1274-LOOP.
            IF WS-UREF-IDX > WS-UREF-CNT
               GO TO B1274-PRINT.
            IF UREF-USERID (WS-UREF-IDX) = CMNT-USER
               MOVE UREF-NAME (WS-UREF-IDX) TO HDR37-NAME
               MOVE UREF-DEPT (WS-UREF-IDX) TO HDR37-DEPT
               GO TO B1274-PRINT.
            SET WS-UREF-IDX UP BY 1.
            GO TO B1274-LOOP.
       B1274-PRINT.
            IF WS-LINECNT > 55
               MOVE +60 TO WS-LINECNT.
            MOVE HEADING-37 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-38 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1274-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE DEPARTMENT LINE OF THE COMMENT STANDARDS SUMMARY
      *     FROM THE LEVEL AND CONFORMING COUNTS IN THE HOLD FIELDS.
      *
       B1278-PUT-DEPT-LINE.
            MOVE WS-LEVELS-HOLD TO DET19-LEVELS.
            MOVE WS-OK-HOLD     TO DET19-OK.
            COMPUTE WS-EXCP-HOLD = WS-LEVELS-HOLD - WS-OK-HOLD.
            MOVE WS-EXCP-HOLD   TO DET19-EXCP.
            MOVE ZERO TO WS-CMNT-PCT.
            IF WS-LEVELS-HOLD > ZERO
               COMPUTE WS-CMNT-PCT ROUNDED =
                       WS-OK-HOLD * 100 / WS-LEVELS-HOLD.
            MOVE WS-CMNT-PCT    TO DET19-PCT.
            MOVE DETAIL-19      TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1278-EXIT.
            EXIT.
            SKIP2
      *
      *     SENDS THE DETAIL LINE JUST PRINTED TO ITS SYSTEM'S
      *     DISTRIBUTION COPY WHEN THE ROUTING FILE NAMES THE
      *     SYSTEM.  SYSTEMS THE ROUTING FILE DOES NOT NAME APPEAR
                          B1175-EXIT
               END-IF
               GO TO B1170-EOF.
            IF HCTL-HEADER OR HCTL-TRAILER
               GO TO B1170-LOOP.
            IF HIST-CCID NOT = WS-RECON-CCID
               IF WS-RECON-CCID NOT = SPACES
                  PERFORM B1175-RECON-ONE-CCID THRU
       B1176-EXIT.
            EXIT.
            SKIP2
      *
      *     EVERY MISMATCH ALSO GOES TO THE RECONCILIATION FEED.  AN
      *     INQUIRY OR LIST ERROR IS NOT A MISMATCH AND IS ONLY
      *     PRINTED.
      *
       B1178-WRITE-RECON-LINE.
            MOVE DETAIL-11 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF DET11-STATUS = 'PKG INQ ERROR' OR 'PKG LIST ERROR'
               GO TO B1178-EXIT.
            MOVE DET11-CCID    TO RECN-CCID.
            MOVE DET11-PKG-ID  TO RECN-PKG-ID.
            MOVE DET11-ELEMENT TO RECN-ELEMENT.
            MOVE DET11-TYPE    TO RECN-TYPE.
            MOVE DET11-STATUS  TO RECN-STATUS.
            WRITE RECN-DATA FROM RECN-RECORD.
       B1178-EXIT.
            EXIT.
            SKIP2
            MOVE 'ELAPSED SECONDS'     TO STAT-LABEL.
            MOVE WS-ELAPSED-SECS       TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'RUN SEQUENCE'        TO STAT-LABEL.
            MOVE WS-RUN-SEQ            TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE 'CARDS PROCESSED'     TO STAT-LABEL.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF NOT WS-STREAM-MODE
               PERFORM B1192-PUT-STAT-HISTORY THRU
                       B1192-EXIT.
            PERFORM B1193-PUT-CARD-TIMINGS THRU
                    B1193-EXIT.
            IF WS-CARDLOG-CNT = ZERO
               GO TO B1199-EXIT.
            MOVE HEADING-23 TO PRINTAREA.
            EXIT.
            SKIP2
      *
      *     ADDS THIS RUN'S DATED SUMMARY RECORD TO THE PERMANENT
      *     STATISTICS HISTORY, COPYING THE CARRIED-IN HISTORY
      *     FORWARD BETWEEN A NEW HEADER AND TRAILER.  RUNS AT THE
      *     POINT THE STATISTICS PAGE HAS JUST COMPUTED THE RUN-END
      *     TIME AND ELAPSED SECONDS, SO THE RECORD CARRIES EXACTLY
      *     WHAT THE PAGE PRINTED.
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
            MOVE WS-RUN-START-DISP   TO STH-START-TIME.
            MOVE WS-NOW-DISP         TO STH-END-TIME.
            MOVE WS-EXTRACT-CNT      TO STH-EXTRACTED.
            MOVE WS-CARDLOG-CNT      TO STH-CARDS.
            MOVE WS-EXCP-CARD-CNT    TO STH-REJECTED.
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
      *     APPENDS THIS RUN'S PER-CARD TIMING ROWS TO THE PERMANENT
      *     CARD TIMING HISTORY, ONE RECORD PER COMPLETED CARD, IN
      *     THE ORDER THE CARDS RAN.  CARDS BEYOND THE TIMING TABLE'S
      *     CAPACITY ARE NOT RECORDED AND SIMPLY GET THE SPLITTER'S
      *     DEFAULT WEIGHT NEXT TIME.  A PARALLEL STREAM WRITES ITS
      *     ROWS TO ITS OWN CARDTSTM INSTEAD, EVEN WHEN THERE ARE
      *     NONE, FOR CCIDMRGE TO APPEND.
      *
       B1193-PUT-CARD-TIMINGS.
            IF WS-STREAM-MODE
               OPEN OUTPUT CARDTSTM-FILE
               GO TO B1193-FIRST.
            IF WS-CARDLOG-CNT = ZERO
               GO TO B1193-EXIT.
            OPEN EXTEND CARDTIME-FILE.
       B1193-FIRST.
            IF WS-CARDLOG-CNT = ZERO
               GO TO B1193-DONE.
            SET WS-CL-IDX TO 1.
       B1193-LOOP.
            MOVE WS-RUN-DATE            TO CTH-RUN-DATE.
            MOVE CL-SEQ (WS-CL-IDX)     TO CTH-CARD-SEQ.
            MOVE CL-API (WS-CL-IDX)     TO CTH-API-CALLS.
            MOVE CL-ELAPSED (WS-CL-IDX) TO CTH-ELAPSED.
            MOVE CL-IMAGE (WS-CL-IDX)   TO CTH-CARD-IMAGE.
            IF WS-STREAM-MODE
               WRITE CARDTSTM-DATA FROM CTH-RECORD
            ELSE
               WRITE CARDTIME-DATA FROM CTH-RECORD.
            SET WS-CL-IDX UP BY 1.
            IF WS-CL-IDX > WS-CARDLOG-CNT
               GO TO B1193-DONE.
            GO TO B1193-LOOP.
       B1193-DONE.
            IF WS-STREAM-MODE
               CLOSE CARDTSTM-FILE
            ELSE
               CLOSE CARDTIME-FILE.
       B1193-EXIT.
            EXIT.
            SKIP2
      *
      *     TREND REPORT OVER THE STATISTICS HISTORY: READS THE WHOLE
      *     HISTORY KEEPING THE LAST TEN RECORDS (THE NEWEST IS THIS
      *     RUN'S, ADDED JUST ABOVE) AND PRINTS THEM SIDE BY SIDE
      *     WITH THE ELAPSED-TIME PERCENT CHANGE AGAINST THE PRIOR
      *     RUN AND THE DEVIATION FLAG.  CAPACITY PLANNING READS THIS
      *     PAGE INSTEAD OF ASKING THE OPERATOR.
            MOVE HEADING-32 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-STREAM-MODE
               MOVE HEADING-48 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT
               GO TO B1195-EXIT.
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
       B1200-CHURN-REPORT.
            MOVE 1     TO WS-PRINT-SW.
            MOVE +60   TO WS-LINECNT.
            IF WS-STREAM-MODE
               MOVE HEADING-24 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT
               MOVE HEADING-48 TO PRINTAREA
               PERFORM W1000-WRITE THRU
                       W1009-EXIT
               GO TO B1209-EXIT.
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
            END-READ.
            IF WS-GENIN-AT-EOF
               GO TO B1202-DONE.
            IF GCTL-HEADER OR GCTL-TRAILER
               GO TO B1202-LOOP.
            IF GEN-RUN-DATE = WS-RUN-DATE
               GO TO B1202-LOOP.
            PERFORM B1203-ADD-GEN-DATE THRU
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
            END-READ.
            IF WS-CEX-AT-EOF
               GO TO B1232-DONE.
            IF CMPL-REASON = 'SODAUTH' OR 'ONEUSER'
               GO TO B1232-LOOP.
            IF WS-CEX-CNT > ZERO
               SET WS-CEX-IDX TO 1
               SEARCH WS-CEX-ENTRY
               MOVE HDR2-PKG-STATUS  TO INTD-PKG-STATUS
               MOVE HDR2-WINDOW-FROM TO INTD-WINDOW-FROM
               MOVE HDR2-WINDOW-TO   TO INTD-WINDOW-TO
               MOVE HDR2-PKG-STATUS  TO TOT-PKG-STATUS (WS-CCID-IDX)
               IF HDR2-PKG-ID = SPACES AND HDR2-PKG-STATUS = SPACES
                  MOVE 'NO PACKAGE' TO TOT-PKG-STATUS (WS-CCID-IDX)
               END-IF
            ELSE
               MOVE SPACES TO INTD-PKG-ID
               MOVE SPACES TO INTD-PKG-STATUS
                          TOT-CCID (WS-CCID-IDX)
                     MOVE 'Y' TO INTD-CMPL-FLAG
               END-SEARCH.
            MOVE TOT-SOD-FLAG (WS-CCID-IDX) TO INTD-SOD-FLAG.
            WRITE INTF-DATA FROM INTF-DTL-RECORD.
            ADD 1 TO WS-INTF-REC-CNT.
       B1234-EXIT.
            EXIT.
            SKIP2
      *
      *     COPIES THE SORTED RUN INVENTORY TO THE CARRIED-FORWARD
      *     CCIDHIST BETWEEN THIS RUN'S HEADER AND TRAILER.
      *
       B1250-PUT-HISTORY.
            OPEN INPUT HIST-SORTED.
            OPEN OUTPUT HISTORY-FILE.
            MOVE ZERO TO WS-HIST-OUT-CNT.
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
            ADD 1 TO WS-HIST-OUT-CNT.
            GO TO B1250-LOOP.
       B1250-DONE.
            CLOSE HIST-SORTED.
            MOVE SPACES          TO HIST-RECORD.
            MOVE HIGH-VALUES     TO HCTL-MARK.
            MOVE WS-RUN-DATE     TO HCTL-RUN-DATE.
            MOVE WS-RUN-SEQ      TO HCTL-RUN-SEQ.
            MOVE WS-HIST-OUT-CNT TO HCTL-REC-COUNT.
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
            DISPLAY 'CCIDRPT1 - ' GCHK-DDNAME (WS-GCHK-IDX)
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
            MOVE HEADING-34 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-35 TO PRINTAREA.
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
                  DISPLAY 'CCIDRPT1 - NO RUN CONTROL RECORD ON '
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
      *     ONE WORD OF THE PARM FIELD.
      *
       B1258-PARM-WORD.
            IF WS-PARM-WORD = 'STRM'
               MOVE '1' TO WS-STREAM-SW
               GO TO B1258-EXIT.
            IF WS-PARM-WORD = 'CONV'
               MOVE '1' TO WS-CONV-SW
               GO TO B1258-EXIT.
            IF WS-PARM-WORD IS NUMERIC
               MOVE WS-PARM-WORD TO WS-RESTART-SEQ
               MOVE '1'          TO WS-RESTART-SW
               GO TO B1258-EXIT.
            DISPLAY 'CCIDRPT1 - PARM WORD ' WS-PARM-WORD
                    ' NOT RECOGNISED - IGNORED'.
       B1258-EXIT.
            EXIT.
            SKIP2
      *
      *     KEEPS ONE ROW PER DISTINCT SYSTEM/SUBSYSTEM LOCATION IN
      *     THE GROUP.  THE REPEATS BEHIND A LOCATION IN THE SORT ARE
      *     THE SAME ELEMENT'S OTHER LEVELS AND CARDS, IN BROWSE
            EXIT.
            SKIP2
      *
      *     LISTS EVERY ELEMENT/TYPE FOUND THIS RUN AT MORE THAN ONE
      *     ENVIRONMENT/STAGE WITH A DIFFERENT CCID AT EACH, ONE LINE
      *     PER LOCATION WITH THE HIGHEST LEVEL THERE, ITS CCID AND THE
      *     CCID'S PACKAGE STATUS FROM THE INTERFACE FEED INQUIRY, SO
      *     RELEASE MANAGEMENT CAN SEQUENCE THE PROMOTIONS.
      *
       B1280-COLLISION-REPORT.
            IF COLW-OPEN
               CLOSE COLW-FILE
               MOVE 0 TO COLW-FILE-STATUS.
            SORT COL-SORT-FILE
                ASCENDING KEY COS-ELEMENT COS-TYPE COS-ENVIRON
                              COS-SID COS-SYSTEM COS-SUBSYS COS-CCID
                WITH DUPLICATES IN ORDER
                USING COLW-FILE
                GIVING COLS-FILE.
            MOVE 1     TO WS-PRINT-SW.
            MOVE +60   TO WS-LINECNT.
            MOVE HEADING-41 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-42 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            OPEN INPUT COLS-FILE.
            MOVE '0' TO WS-COLS-EOF-SW.
            MOVE '0' TO WS-COL-GROUP-SW.
       B1280-LOOP.
            READ COLS-FILE INTO COW-RECORD
                  AT END MOVE '1' TO WS-COLS-EOF-SW
            END-READ.
            IF WS-COLS-AT-EOF
               IF WS-COL-GROUP-ACTIVE
                  PERFORM B1286-COL-GROUP-END THRU
                          B1286-EXIT
               END-IF
               GO TO B1280-EOF.
            IF NOT WS-COL-GROUP-ACTIVE OR
                  COW-ELEMENT NOT = WS-COL-CUR-ELEMENT OR
                  COW-TYPE NOT = WS-COL-CUR-TYPE
               IF WS-COL-GROUP-ACTIVE
                  PERFORM B1286-COL-GROUP-END THRU
                          B1286-EXIT
               END-IF
               MOVE '1'         TO WS-COL-GROUP-SW
               MOVE COW-ELEMENT TO WS-COL-CUR-ELEMENT
               MOVE COW-TYPE    TO WS-COL-CUR-TYPE
               MOVE ZERO        TO WS-COL-LOC-CNT
            END-IF.
            PERFORM B1284-ACCUM-COL-LOCATION THRU
                    B1284-EXIT.
            GO TO B1280-LOOP.
       B1280-EOF.
            CLOSE COLS-FILE.
            MOVE 'COLLIDING ELEMENTS'      TO STAT-LABEL.
            MOVE WS-COL-ELEM-CNT           TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1289-EXIT.
            EXIT.
            SKIP2
      *
      *     SEGREGATION OF DUTIES REPORT: EVERY LEVEL WRITTEN BY A
      *     MEMBER OF ITS CCID'S APPROVING GROUP, SORTED BY GROUP
      *     AND CCID SO EACH GROUP'S EXCEPTIONS READ TOGETHER, THEN
      *     EVERY CCID WHOSE LEVELS ALL CAME FROM ONE USERID, FROM
      *     THE CCID TOTALS.  BOTH SECTIONS ARE EMPTY WHEN THERE IS
      *     NO APPROVER ROSTER.
      *
       B1290-SOD-REPORT.
            IF SODW-OPEN
               CLOSE SODW-FILE
               MOVE 0 TO SODW-FILE-STATUS.
            SORT SOD-SORT-FILE
                ASCENDING KEY SDS-GROUP SDS-CCID SDS-USER
                              SDS-ELEMENT SDS-TYPE SDS-ENVIRON
                              SDS-SID
                WITH DUPLICATES IN ORDER
                USING SODW-FILE
                GIVING SODS-FILE.
            MOVE 1     TO WS-PRINT-SW.
            MOVE +60   TO WS-LINECNT.
            MOVE HEADING-43 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-44 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-45 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            OPEN INPUT SODS-FILE.
            MOVE '0' TO WS-SODS-EOF-SW.
       B1290-LOOP.
            READ SODS-FILE INTO SDW-RECORD
                  AT END MOVE '1' TO WS-SODS-EOF-SW
            END-READ.
            IF WS-SODS-AT-EOF
               GO TO B1290-EOF.
            MOVE SDW-GROUP       TO DET21-GROUP.
            MOVE SDW-CCID        TO DET21-CCID.
            MOVE SDW-USER        TO DET21-USER.
            MOVE SDW-NAME        TO DET21-NAME.
            MOVE SDW-ELEMENT     TO DET21-ELEMENT.
            MOVE SDW-TYPE        TO DET21-TYPE.
            MOVE SDW-ENVIRON     TO DET21-ENVIRON.
            MOVE SDW-SID         TO DET21-SID.
            MOVE SDW-SYSTEM      TO DET21-SYSTEM.
            MOVE SDW-SUBSYS      TO DET21-SUBSYS.
            MOVE SDW-VV          TO DET21-VV.
            MOVE SDW-LL          TO DET21-LL.
            MOVE SDW-DATE        TO DET21-DATE.
            MOVE DETAIL-21       TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            GO TO B1290-LOOP.
       B1290-EOF.
            CLOSE SODS-FILE.
            MOVE 'APPROVER-AUTHORED LEVELS' TO STAT-LABEL.
            MOVE WS-SOD-LEVEL-CNT          TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-46 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE HEADING-47 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            IF WS-ROST-CNT = ZERO OR WS-CCID-TOTAL-CNT = ZERO
               GO TO B1290-TOTAL.
            SET WS-CCID-IDX TO 1.
       B1290-CCID-LOOP.
            IF TOT-CCID (WS-CCID-IDX) NOT = SPACES AND
                  TOT-MULTI-USER-SW (WS-CCID-IDX) = '0'
               PERFORM B1296-PUT-ONE-USER-LINE THRU
                       B1296-EXIT.
            SET WS-CCID-IDX UP BY 1.
            IF WS-CCID-IDX > WS-CCID-TOTAL-CNT
               GO TO B1290-TOTAL.
            GO TO B1290-CCID-LOOP.
       B1290-TOTAL.
            MOVE 'SINGLE-AUTHOR CCIDS'      TO STAT-LABEL.
            MOVE WS-SOD-ONEUSER-CNT        TO STAT-COUNT.
            MOVE STATLINE TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1299-EXIT.
            EXIT.
            SKIP2
      *
      *     CHECKS THE LEVEL IN DETAIL-RECORD AGAINST THE ROSTER OF
      *     THE GROUP THAT APPROVES ITS CCID.  A CCID THE APPROVED-
      *     CCID FILE DOES NOT CARRY HAS NO APPROVING GROUP TO TEST
      *     AGAINST; THE COMPLIANCE CHECK HAS ALREADY REPORTED IT AS
      *     UNKNOWN.  AN APPROVER-AUTHORED LEVEL GOES TO THE
      *     COMPLIANCE FEED AND THE REPORT WORK FILE, AND SETS
      *     WS-SOD-LEVEL FOR THE CCID TOTALS.
      *
       B1292-CHECK-SOD.
            MOVE '0' TO WS-SOD-LEVEL-SW.
            IF WS-ROST-CNT = ZERO
               GO TO B1292-EXIT.
            IF DETR-CCID = SPACES OR DETR-USER = SPACES
               GO TO B1292-EXIT.
            MOVE SPACES TO WS-SOD-GROUP.
            SET WS-APPR-IDX TO 1.
       B1292-APPR-LOOP.
            IF WS-APPR-IDX > WS-APPR-CNT
               GO TO B1292-EXIT.
            IF APPT-CCID (WS-APPR-IDX) = DETR-CCID
               MOVE APPT-GROUP (WS-APPR-IDX) TO WS-SOD-GROUP
               GO TO B1292-ROSTER.
            SET WS-APPR-IDX UP BY 1.
            GO TO B1292-APPR-LOOP.
       B1292-ROSTER.
            SET WS-ROST-IDX TO 1.
       B1292-ROST-LOOP.
            IF WS-ROST-IDX > WS-ROST-CNT
               GO TO B1292-EXIT.
            IF ROSTT-GROUP (WS-ROST-IDX) = WS-SOD-GROUP AND
                  ROSTT-USERID (WS-ROST-IDX) = DETR-USER
               GO TO B1292-FLAG.
            SET WS-ROST-IDX UP BY 1.
            GO TO B1292-ROST-LOOP.
       B1292-FLAG.
            MOVE '1' TO WS-SOD-LEVEL-SW.
            ADD 1 TO WS-SOD-LEVEL-CNT.
            MOVE 'SODAUTH' TO WS-CMPL-REASON.
            PERFORM B1048-WRITE-COMPLIANCE THRU
                    B1048-EXIT.
            MOVE WS-SOD-GROUP    TO SDW-GROUP.
            MOVE DETR-CCID       TO SDW-CCID.
            MOVE DETR-USER       TO SDW-USER.
            MOVE WS-UREF-NAME    TO SDW-NAME.
            MOVE DETR-ELEMENT    TO SDW-ELEMENT.
            MOVE DETR-TYPE       TO SDW-TYPE.
            MOVE DETR-ENVIRON    TO SDW-ENVIRON.
            MOVE DETR-SID        TO SDW-SID.
            MOVE DETR-SYSTEM     TO SDW-SYSTEM.
            MOVE DETR-SUBSYS     TO SDW-SUBSYS.
            MOVE DETR-VV         TO SDW-VV.
            MOVE DETR-LL         TO SDW-LL.
            MOVE DETR-DATE       TO SDW-DATE.
            WRITE SODW-DATA FROM SDW-RECORD.
       B1292-EXIT.
            EXIT.
            SKIP2
      *
      *     FLAGS EVERY CCID WHOSE LEVELS ALL CAME FROM ONE USERID --
      *     A SINGLE-LEVEL CCID INCLUDED, SINCE NOBODY ELSE TOUCHED
      *     IT EITHER -- WITH A ONEUSER RECORD ON THE COMPLIANCE FEED
      *     AND THE SEGREGATION OF DUTIES FLAG IN THE CCID TOTALS.
      *     LEVELS WITH NO CCID ARE NOT A CCID'S WORK AND ARE LEFT
      *     OUT.  OFF WHEN THERE IS NO APPROVER ROSTER.
      *
       B1294-ONE-USER-CHECK.
            IF WS-ROST-CNT = ZERO OR WS-CCID-TOTAL-CNT = ZERO
               GO TO B1294-EXIT.
            SET WS-CCID-IDX TO 1.
       B1294-LOOP.
            IF TOT-CCID (WS-CCID-IDX) NOT = SPACES AND
                  TOT-MULTI-USER-SW (WS-CCID-IDX) = '0'
               MOVE 'Y' TO TOT-SOD-FLAG (WS-CCID-IDX)
               ADD 1 TO WS-SOD-ONEUSER-CNT
               MOVE SPACES                 TO CMPL-RECORD
               MOVE TOT-CCID (WS-CCID-IDX) TO CMPL-CCID
               MOVE 'ONEUSER'              TO CMPL-REASON
               WRITE CMPL-DATA FROM CMPL-RECORD.
            SET WS-CCID-IDX UP BY 1.
            IF WS-CCID-IDX > WS-CCID-TOTAL-CNT
               GO TO B1294-EXIT.
            GO TO B1294-LOOP.
       B1294-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE LINE OF THE SINGLE-AUTHOR SECTION FOR THE CCID
      *     WS-CCID-IDX POINTS AT, WITH THE AUTHOR'S NAME FROM THE
      *     REFERENCE TABLE AND THE CCID'S APPROVING GROUP.
      *
       B1296-PUT-ONE-USER-LINE.
            MOVE TOT-CCID (WS-CCID-IDX)       TO DET22-CCID.
            MOVE TOT-FIRST-USER (WS-CCID-IDX) TO DET22-USER.
            MOVE TOT-ELEM-COUNT (WS-CCID-IDX) TO DET22-LEVELS.
            MOVE SPACES   TO DET22-NAME.
            MOVE '*NONE*' TO DET22-GROUP.
            SET WS-UREF-IDX TO 1.
       B1296-UREF-LOOP.
            IF WS-UREF-IDX > WS-UREF-CNT
               GO TO B1296-APPR.
            IF UREF-USERID (WS-UREF-IDX) =
                  TOT-FIRST-USER (WS-CCID-IDX)
               MOVE UREF-NAME (WS-UREF-IDX) TO DET22-NAME
               GO TO B1296-APPR.
            SET WS-UREF-IDX UP BY 1.
            GO TO B1296-UREF-LOOP.
       B1296-APPR.
            SET WS-APPR-IDX TO 1.
       B1296-APPR-LOOP.
            IF WS-APPR-IDX > WS-APPR-CNT
               GO TO B1296-PRINT.
            IF APPT-CCID (WS-APPR-IDX) = TOT-CCID (WS-CCID-IDX)
               MOVE APPT-GROUP (WS-APPR-IDX) TO DET22-GROUP
               GO TO B1296-PRINT.
            SET WS-APPR-IDX UP BY 1.
            GO TO B1296-APPR-LOOP.
       B1296-PRINT.
            MOVE DETAIL-22 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
       B1296-EXIT.
            EXIT.
            SKIP2
      *
      *     ONE ENTRY PER LOCATION (ENVIRONMENT, STAGE, SYSTEM AND
      *     SUBSYSTEM), HOLDING THE HIGHEST VV.LL LEVEL READ THERE AND
      *     THAT LEVEL'S CCID.  OLDER LEVELS UNDER OTHER CCIDS ARE
      *     HISTORY, NOT WORK IN PROGRESS, AND ARE DROPPED.
      *
       B1284-ACCUM-COL-LOCATION.
            IF WS-COL-LOC-CNT = ZERO
               GO TO B1284-ADD.
            SET WS-CLOC-IDX TO 1.
       B1284-LOOP.
            IF WS-CLOC-IDX > WS-COL-LOC-CNT
               GO TO B1284-ADD.
            IF CLOC-ENVIRON (WS-CLOC-IDX) = COW-ENVIRON AND
               CLOC-SID (WS-CLOC-IDX) = COW-SID AND
               CLOC-SYSTEM (WS-CLOC-IDX) = COW-SYSTEM AND
               CLOC-SUBSYS (WS-CLOC-IDX) = COW-SUBSYS
               GO TO B1284-FOUND.
            SET WS-CLOC-IDX UP BY 1.
            GO TO B1284-LOOP.
       B1284-FOUND.
            IF COW-VV < CLOC-VV (WS-CLOC-IDX)
               GO TO B1284-EXIT.
            IF COW-VV = CLOC-VV (WS-CLOC-IDX) AND
               COW-LL NOT > CLOC-LL (WS-CLOC-IDX)
               GO TO B1284-EXIT.
            MOVE COW-CCID TO CLOC-CCID (WS-CLOC-IDX).
            MOVE COW-VV   TO CLOC-VV (WS-CLOC-IDX).
            MOVE COW-LL   TO CLOC-LL (WS-CLOC-IDX).
            MOVE COW-USER TO CLOC-USER (WS-CLOC-IDX).
            MOVE COW-DATE TO CLOC-DATE (WS-CLOC-IDX).
            GO TO B1284-EXIT.
       B1284-ADD.
            IF WS-COL-LOC-CNT < 50
               ADD 1 TO WS-COL-LOC-CNT
               SET WS-CLOC-IDX TO WS-COL-LOC-CNT
               MOVE COW-ENVIRON TO CLOC-ENVIRON (WS-CLOC-IDX)
               MOVE COW-SID     TO CLOC-SID (WS-CLOC-IDX)
               MOVE COW-SYSTEM  TO CLOC-SYSTEM (WS-CLOC-IDX)
               MOVE COW-SUBSYS  TO CLOC-SUBSYS (WS-CLOC-IDX)
               MOVE COW-CCID    TO CLOC-CCID (WS-CLOC-IDX)
               MOVE COW-VV      TO CLOC-VV (WS-CLOC-IDX)
               MOVE COW-LL      TO CLOC-LL (WS-CLOC-IDX)
               MOVE COW-USER    TO CLOC-USER (WS-CLOC-IDX)
               MOVE COW-DATE    TO CLOC-DATE (WS-CLOC-IDX)
            ELSE
               IF NOT WS-COL-LOC-OVFL
                  MOVE '1' TO WS-COL-LOC-OVFL-SW
                  DISPLAY 'CCIDRPT1 - COLLISION LOCATION TABLE FULL '
                          'AT 50 FOR ELEMENT=' WS-COL-CUR-ELEMENT
                          ' - LOCATIONS BEYOND 50 NOT LISTED'
               END-IF.
       B1284-EXIT.
            EXIT.
            SKIP2
      *
      *     CLOSES OUT ONE ELEMENT/TYPE GROUP.  IT COLLIDES WHEN TWO
      *     OF ITS LOCATIONS AT DIFFERENT ENVIRONMENT/STAGES HOLD
      *     THEIR CURRENT LEVEL UNDER DIFFERENT CCIDS, AND EVERY
      *     LOCATION IS THEN LISTED.
      *
       B1286-COL-GROUP-END.
            IF WS-COL-LOC-CNT < 2
               GO TO B1286-EXIT.
            MOVE '0' TO WS-COL-COLLIDE-SW.
            SET WS-CLOC-IDX TO 1.
       B1286-SCAN.
            IF WS-CLOC-IDX NOT < WS-COL-LOC-CNT
               GO TO B1286-TEST.
            SET WS-CLOC-IDX2 TO WS-CLOC-IDX.
            SET WS-CLOC-IDX2 UP BY 1.
       B1286-PAIR.
            IF WS-CLOC-IDX2 > WS-COL-LOC-CNT
               SET WS-CLOC-IDX UP BY 1
               GO TO B1286-SCAN.
            IF CLOC-CCID (WS-CLOC-IDX2) NOT = CLOC-CCID (WS-CLOC-IDX)
               AND (CLOC-ENVIRON (WS-CLOC-IDX2) NOT =
                       CLOC-ENVIRON (WS-CLOC-IDX) OR
                    CLOC-SID (WS-CLOC-IDX2) NOT =
                       CLOC-SID (WS-CLOC-IDX))
               MOVE '1' TO WS-COL-COLLIDE-SW
               GO TO B1286-TEST.
            SET WS-CLOC-IDX2 UP BY 1.
            GO TO B1286-PAIR.
       B1286-TEST.
            IF NOT WS-COL-COLLIDES
               GO TO B1286-EXIT.
            ADD 1 TO WS-COL-ELEM-CNT.
            MOVE '0' TO DET20-CCONTROL.
            SET WS-CLOC-IDX TO 1.
       B1286-LOOP.
            IF WS-CLOC-IDX > WS-COL-LOC-CNT
               GO TO B1286-DONE.
            MOVE WS-COL-CUR-ELEMENT         TO DET20-ELEMENT.
            MOVE WS-COL-CUR-TYPE            TO DET20-TYPE.
            MOVE CLOC-ENVIRON (WS-CLOC-IDX) TO DET20-ENVIRON.
            MOVE CLOC-SID (WS-CLOC-IDX)     TO DET20-SID.
            MOVE CLOC-SYSTEM (WS-CLOC-IDX)  TO DET20-SYSTEM.
            MOVE CLOC-SUBSYS (WS-CLOC-IDX)  TO DET20-SUBSYS.
            MOVE CLOC-CCID (WS-CLOC-IDX)    TO DET20-CCID.
            MOVE CLOC-VV (WS-CLOC-IDX)      TO DET20-VV.
            MOVE CLOC-LL (WS-CLOC-IDX)      TO DET20-LL.
            MOVE CLOC-USER (WS-CLOC-IDX)    TO DET20-USER.
            MOVE CLOC-DATE (WS-CLOC-IDX)    TO DET20-DATE.
            MOVE 'UNKNOWN'                  TO DET20-PKG-STATUS.
            IF WS-CCID-TOTAL-CNT > ZERO
               SET WS-CCID-IDX TO 1
               SEARCH WS-CCID-TOT-ENTRY
                  AT END
                     CONTINUE
                  WHEN TOT-CCID (WS-CCID-IDX) =
                          CLOC-CCID (WS-CLOC-IDX)
                     MOVE TOT-PKG-STATUS (WS-CCID-IDX)
                          TO DET20-PKG-STATUS
               END-SEARCH.
            MOVE DETAIL-20 TO PRINTAREA.
            PERFORM W1000-WRITE THRU
                    W1009-EXIT.
            MOVE ' ' TO DET20-CCONTROL.
            SET WS-CLOC-IDX UP BY 1.
            GO TO B1286-LOOP.
       B1286-DONE.
            MOVE ' ' TO DET20-CCONTROL.
       B1286-EXIT.
            EXIT.
            SKIP2
      *
      *     MATCH-MERGES THE TWO ENVIRONMENT SNAPSHOTS IN KEY
      *     SEQUENCE AND PRINTS EVERY ELEMENT THAT IS OUT OF SYNC
      *     BETWEEN THE FROM AND TO ENVIRONMENTS.  ELEMENTS IN STEP
