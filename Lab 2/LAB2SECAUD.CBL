       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2SecAudit.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    MONTHLY SECURITY AUDIT REPORT.  EVERY OVERRIDE DROP AND
      *    EVERY PRIVILEGED ACTION THE SUITE HONORS OR REFUSES IS
      *    WRITTEN TO THE PERMANENT SECURITY LOG, MLAB-SECLOG.DAT,
      *    WITH THE USER-ID THAT ASKED FOR IT.  THIS STEP LISTS ONE
      *    CALENDAR MONTH OF THAT LOG, SUMMARIZES IT BY CODE, LISTS
      *    WHO HOLDS WHICH AUTHORITY ON THE OPERATOR MASTER TODAY,
      *    AND ENDS IN A SIGN-OFF BLOCK FOR AUDIT.
      *******
      * SECURITY LOG RECORD (MLAB-SECLOG.DAT)
      *    DATE, TIME (HHMMSS), PROGRAM, CODE, USER-ID, OUTCOME
      *    (H = HONORED, R = REFUSED, D = DISCARDED UNUSED), REASON
      *    AND A DETAIL FIELD (RUN SEQUENCE, BATCH, RUN-ID OR
      *    OPERATOR, DEPENDING ON THE CODE).  CODES LOGGED:
      *        RUNTODAY, POSTOOB   - Lab2Driver OVERRIDE DROPS
      *        LOKCLR              - Lab2MathLab STALE-LOCK CLEAR
      *        BACKOUT             - Lab2ParmBkout REQUESTS
      *        PARMTRN, TOLTRN     - TRANSACTIONS REFUSED BECAUSE
      *                              THE KEYER IS NOT AUTHORIZED
      *        PARMAPR, TOLAPR     - Lab2MntApprove DECISIONS REFUSED
      *                              BECAUSE THE CHECKER IS NOT
      *                              AUTHORIZED
      *        PARMFEED            - Lab2ParmFeed UPSTREAM LOADS
      *        RELOAD              - Lab2MstReload MASTER RESTORES
      *        OPRMAINT            - OPERATOR MASTER MAINTENANCE
      *******
      * CONTROL FILE (MLAB-SECCTL.TXT, OPTIONAL)
      *    COLS  1- 6  THE MONTH TO REPORT, YYYYMM.  MISSING OR NOT
      *                NUMERIC MEANS THE CURRENT MONTH, WHICH IS
      *                WHAT THE MONTH-END PLAN STEP WANTS
      *******
      * OUTPUTS
      *    MLAB-SECRPT.TXT - THE AUDIT REPORT
      *******
      * RETURN CODE
      *    0  = NOTHING WAS REFUSED IN THE MONTH
      *    4  = ONE OR MORE ACTIONS WERE REFUSED, OR THE OPERATOR
      *         MASTER IS NOT ON FILE
      *    16 = THE REPORT OR A PRESENT-BUT-UNREADABLE LOG COULD
      *         NOT BE OPENED
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MLAB-SECLOG
               ASSIGN TO DISK "MLAB-SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT MLAB-SECCTL
               ASSIGN TO DISK "MLAB-SECCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECCTL-STATUS.

           SELECT MLAB-OPERMST
               ASSIGN TO DISK "MLAB-OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS WS-OPERMST-STATUS.

           SELECT MLAB-SECRPT
               ASSIGN TO PRINTER "MLAB-SECRPT.TXT"
               FILE STATUS IS WS-SECRPT-STATUS.

           SELECT MLAB-RUNLOCK
               ASSIGN TO DISK "MLAB-RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  MLAB-SECLOG
           RECORD CONTAINS 79 CHARACTERS.
       01  SECLOG-RECORD.
           05  SEC-DATE            PIC 9(8).
           05  SEC-TIME            PIC 9(6).
           05  SEC-PROGRAM         PIC X(16).
           05  SEC-CODE            PIC X(8).
           05  SEC-USER            PIC X(8).
           05  SEC-OUTCOME         PIC X.
               88  SEC-HONORED             VALUE 'H'.
               88  SEC-REFUSED             VALUE 'R'.
               88  SEC-DISCARDED           VALUE 'D'.
           05  SEC-REASON          PIC X(24).
           05  SEC-DETAIL          PIC X(8).
      *
       FD  MLAB-SECCTL
           RECORD CONTAINS 6 CHARACTERS.
       01  SECCTL-RECORD.
           05  SECCTL-MONTH        PIC X(6).
      *
       FD  MLAB-OPERMST
           RECORD CONTAINS 60 CHARACTERS.
       01  OPR-RECORD.
           05  OPR-USER-ID         PIC X(8).
           05  OPR-NAME            PIC X(20).
           05  OPR-STATUS          PIC X.
               88  OPR-ACTIVE              VALUE 'A'.
               88  OPR-REVOKED             VALUE 'R'.
           05  OPR-AUTHORITIES     PIC X(7).
           05  OPR-AUTH-TABLE REDEFINES OPR-AUTHORITIES.
               10  OPR-AUTH-FLAG   PIC X OCCURS 7 TIMES.
           05  OPR-MAINT-DATE      PIC 9(8).
           05  OPR-MAINT-USER      PIC X(8).
           05  OPR-ADDED-DATE      PIC 9(8).
      *
       FD  MLAB-SECRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SECRPT-RECORD       PIC X(80).
      *
      *    THE RUN-IN-PROGRESS MARKER Lab2MathLab HOLDS WHILE A
      *    RUN IS MID-FLIGHT -- CHECKED AT START-UP ONLY, NEVER
      *    WRITTEN HERE
       FD  MLAB-RUNLOCK
           RECORD CONTAINS 27 CHARACTERS.
       01  LOCK-RECORD.
           05  LOCK-RUN-SEQ        PIC 9(5).
           05  LOCK-DATE           PIC 9(8).
           05  LOCK-TIME           PIC 9(6).
           05  LOCK-OPERATOR       PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-FILE-STATUSES.
           05  WS-RUNLOCK-STATUS   PIC XX      VALUE SPACES.
               88  WS-RUNLOCK-OK           VALUE '00'.
           05  WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECLOG-OK            VALUE '00'.
               88  WS-SECLOG-NOT-FOUND     VALUE '35'.
           05  WS-SECCTL-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECCTL-OK            VALUE '00'.
           05  WS-OPERMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-OPERMST-OK           VALUE '00'.
           05  WS-SECRPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECRPT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-LOG           VALUE 'Y'.
           05  WS-OPR-EOF-SWITCH   PIC X       VALUE 'N'.
               88  WS-END-OF-OPERATORS     VALUE 'Y'.
           05  WS-LOG-FILE-SWITCH  PIC X       VALUE 'Y'.
               88  WS-LOG-FILE-PRESENT     VALUE 'Y'.
           05  WS-OPR-FILE-SWITCH  PIC X       VALUE 'Y'.
               88  WS-OPR-FILE-PRESENT     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOG-RECORDS-READ PIC 9(5)    VALUE 0.
           05  WS-MONTH-EVENTS     PIC 9(5)    VALUE 0.
           05  WS-MONTH-HONORED    PIC 9(5)    VALUE 0.
           05  WS-MONTH-REFUSED    PIC 9(5)    VALUE 0.
           05  WS-MONTH-DISCARDED  PIC 9(5)    VALUE 0.
           05  WS-OPERATORS-LISTED PIC 9(5)    VALUE 0.

      *    THE MONTH BEING AUDITED -- THE CURRENT MONTH UNLESS THE
      *    CONTROL FILE NAMES ANOTHER
       01  WS-AUDIT-MONTH          PIC 9(6)    VALUE 0.
       01  WS-AUDIT-MONTH-R REDEFINES WS-AUDIT-MONTH.
           05  WS-AM-YYYY          PIC 9(4).
           05  WS-AM-MM            PIC 9(2).

      *    HONORED / REFUSED / DISCARDED COUNTS BY CODE, IN THE
      *    ORDER EACH CODE FIRST APPEARS IN THE MONTH
       01  WS-CODE-TABLE.
           05  WS-CT-COUNT         PIC 9(2)    VALUE 0.
           05  WS-CT-MAX           PIC 9(2)    VALUE 20.
           05  WS-CT-ENTRY         OCCURS 20 TIMES.
               10  WS-CT-CODE      PIC X(8).
               10  WS-CT-HONORED   PIC 9(5).
               10  WS-CT-REFUSED   PIC 9(5).
               10  WS-CT-DISCARDED PIC 9(5).

       01  WS-CT-SUB               PIC 9(2)    VALUE 0.
       01  WS-CT-FOUND             PIC 9(2)    VALUE 0.
       01  WS-FLAG-SUB             PIC 9       VALUE 0.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
               10  WS-CD-YYYY          PIC 9(4).
               10  WS-CD-MM            PIC 9(2).
               10  WS-CD-DD            PIC 9(2).
           05  WS-CURRENT-TIME         PIC 9(8).
           05  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
               10  WS-CT-HH            PIC 9(2).
               10  WS-CT-MM            PIC 9(2).
               10  WS-CT-SS            PIC 9(2).
               10  WS-CT-HH100         PIC 9(2).
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9      VALUE 1.
      *
      ********************OUTPUT AREA***************************

       01  HEADING-LINE.
           05                  PIC X(10)   VALUE SPACE.
           05                  PIC X(30)   VALUE
                                   'MONTHLY SECURITY AUDIT REPORT'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  MONTH-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(14)    VALUE 'AUDIT MONTH: '.
           05  ML-YYYY         PIC 9(4).
           05                  PIC X        VALUE '/'.
           05  ML-MM           PIC 9(2).

       01  SECTION-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  SL-TITLE        PIC X(50).

       01  NOTE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  NOTE-LINE-TEXT  PIC X(60).

       01  EVENT-HEADING-LINE.
           05                  PIC X(1)     VALUE ' '.
           05                  PIC X(11)    VALUE 'DATE'.
           05                  PIC X(9)     VALUE 'TIME'.
           05                  PIC X(9)     VALUE 'CODE'.
           05                  PIC X(9)     VALUE 'USER-ID'.
           05                  PIC X(8)     VALUE 'OUTCOME'.
           05                  PIC X(9)     VALUE 'DETAIL'.
           05                  PIC X(6)     VALUE 'REASON'.

       01  EVENT-LINE.
           05                  PIC X(1)     VALUE ' '.
           05  EV-DATE         PIC X(10).
           05                  PIC X(1)     VALUE ' '.
           05  EV-TIME         PIC X(8).
           05                  PIC X(1)     VALUE ' '.
           05  EV-CODE         PIC X(8).
           05                  PIC X(1)     VALUE ' '.
           05  EV-USER         PIC X(8).
           05                  PIC X(1)     VALUE ' '.
           05  EV-OUTCOME      PIC X(7).
           05                  PIC X(1)     VALUE ' '.
           05  EV-DETAIL       PIC X(8).
           05                  PIC X(1)     VALUE ' '.
           05  EV-REASON       PIC X(24).

       01  SUMMARY-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  SM-CODE         PIC X(8).
           05                  PIC X(11)    VALUE '   HONORED '.
           05  SM-HONORED      PIC ZZZZ9.
           05                  PIC X(11)    VALUE '   REFUSED '.
           05  SM-REFUSED      PIC ZZZZ9.
           05                  PIC X(13)    VALUE '   DISCARDED '.
           05  SM-DISCARDED    PIC ZZZZ9.

       01  OPERATOR-HEADING-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(10)    VALUE 'USER-ID'.
           05                  PIC X(22)    VALUE 'NAME'.
           05                  PIC X(9)     VALUE 'STATUS'.
           05                  PIC X(15)    VALUE 'P T B O R L S'.
           05                  PIC X(17)    VALUE 'LAST CHANGED BY'.

       01  OPERATOR-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  OL-USER-ID      PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  OL-NAME         PIC X(20).
           05                  PIC X(2)     VALUE SPACE.
           05  OL-STATUS       PIC X(7).
           05                  PIC X(2)     VALUE SPACE.
           05  OL-FLAG-AREA.
               10  OL-FLAG-GROUP   OCCURS 7 TIMES.
                   15  OL-FLAG     PIC X.
                   15              PIC X.
           05                  PIC X(1)     VALUE SPACE.
           05  OL-MAINT-DATE   PIC 9(8).
           05                  PIC X(1)     VALUE SPACE.
           05  OL-MAINT-USER   PIC X(8).

       01  LEGEND-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(43)    VALUE
                   'P = PARM  T = TOL  B = BACKOUT  O = POSTOOB'.

       01  LEGEND-LINE-2.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(36)    VALUE
                   'R = RUNTODAY  L = LOKCLR  S = SECADM'.

       01  SIGNOFF-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  SO-TEXT         PIC X(70).

       01  TRAILER-HEADING-LINE.
           05                  PIC X(10)   VALUE SPACE.
           05                  PIC X(26)   VALUE
                                   'AUDIT CONTROL TOTALS'.

       01  TRAILER-LINE.
           05                  PIC X(10)    VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           PERFORM 080-SELECT-LOG-RECORD
               UNTIL WS-END-OF-LOG
           PERFORM 200-WRITE-CODE-SUMMARY
           PERFORM 300-LIST-OPERATORS
           PERFORM 350-WRITE-SIGN-OFF
           PERFORM 900-WRITE-TRAILER
           PERFORM 999-FINAL-ROUTINE
       .

       045-CHECK-RUN-LOCK.
      *    A LOCK FILE ON DISK MEANS Lab2MathLab IS (OR DIED)
      *    MID-RUN -- STARTING NOW WOULD READ OR TRAMPLE HALF-
      *    WRITTEN OUTPUTS, SO THE STEP REFUSES AND NAMES THE
      *    HOLDER.  A STALE LOCK IS CLEARED ONLY THROUGH THE
      *    MLAB-LOKCLR.TXT OVERRIDE ON THE NEXT Lab2MathLab
      *    SUBMISSION, NEVER BY HAND-DELETING HERE

           OPEN INPUT MLAB-RUNLOCK
           IF WS-RUNLOCK-OK
               READ MLAB-RUNLOCK
                   NOT AT END
                       DISPLAY 'RUN ' LOCK-RUN-SEQ
                           ' IN PROGRESS, STARTED ' LOCK-DATE
                           ' ' LOCK-TIME ' BY ' LOCK-OPERATOR
                           ' - STEP REFUSED'
               END-READ
               CLOSE MLAB-RUNLOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
       .

       050-HOUSEKEEPING.
           PERFORM 045-CHECK-RUN-LOCK
           PERFORM 057-STAMP-HEADING
           PERFORM 052-GET-AUDIT-MONTH

           OPEN OUTPUT MLAB-SECRPT
           IF NOT WS-SECRPT-OK
               DISPLAY 'MLAB-SECRPT.TXT COULD NOT BE OPENED, STATUS = '
                   WS-SECRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE SECRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE WS-AM-YYYY TO ML-YYYY
           MOVE WS-AM-MM TO ML-MM
           WRITE SECRPT-RECORD FROM MONTH-LINE
               AFTER ADVANCING 2

           MOVE 3 TO PROPER-SPACING
           MOVE 'SECURITY EVENTS' TO SL-TITLE
           MOVE SECTION-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE EVENT-HEADING-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

      *    NO LOG YET MEANS NOTHING HAS EVER BEEN LOGGED -- A CLEAN
      *    MONTH, NOTED ON THE REPORT.  ANY OTHER OPEN FAILURE
      *    WOULD LEAVE AUDIT SIGNING OFF ON A MONTH NOBODY READ

           OPEN INPUT MLAB-SECLOG
           IF WS-SECLOG-OK
               PERFORM 060-READ-LOG-RECORD
           ELSE
               IF WS-SECLOG-NOT-FOUND
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 'N' TO WS-LOG-FILE-SWITCH
               ELSE
                   DISPLAY 'MLAB-SECLOG.DAT COULD NOT BE OPENED, '
                       'STATUS = ' WS-SECLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       .

       052-GET-AUDIT-MONTH.
           MOVE WS-CURRENT-DATE(1:6) TO WS-AUDIT-MONTH

           OPEN INPUT MLAB-SECCTL
           IF WS-SECCTL-OK
               READ MLAB-SECCTL
                   NOT AT END
                       IF SECCTL-MONTH NUMERIC
                           AND SECCTL-MONTH(5:2) > '00'
                           AND SECCTL-MONTH(5:2) < '13'
                           MOVE SECCTL-MONTH TO WS-AUDIT-MONTH
                       ELSE
                           DISPLAY 'WARNING: BAD AUDIT MONTH '
                               SECCTL-MONTH ' IGNORED, REPORTING '
                               WS-AUDIT-MONTH
                       END-IF
               END-READ
               CLOSE MLAB-SECCTL
           END-IF
       .

       057-STAMP-HEADING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           STRING WS-CD-MM   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-CD-DD   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-CD-YYYY DELIMITED BY SIZE
               INTO HL-RUN-DATE
           END-STRING

           STRING WS-CT-HH   DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-CT-MM   DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-CT-SS   DELIMITED BY SIZE
               INTO HL-RUN-TIME
           END-STRING
       .

       060-READ-LOG-RECORD.
           READ MLAB-SECLOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOG-RECORDS-READ
           END-READ
       .

       080-SELECT-LOG-RECORD.
      *    THE LOG IS WRITTEN IN TIME ORDER, SO THE MONTH'S EVENTS
      *    COME OUT IN THE ORDER THEY HAPPENED

           IF SEC-DATE(1:6) = WS-AUDIT-MONTH
               ADD 1 TO WS-MONTH-EVENTS
               PERFORM 100-WRITE-EVENT-LINE
               PERFORM 150-COUNT-EVENT
           END-IF

           PERFORM 060-READ-LOG-RECORD
       .

       100-WRITE-EVENT-LINE.
           MOVE SPACES TO EV-DATE
           STRING SEC-DATE(5:2) DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  SEC-DATE(7:2) DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  SEC-DATE(1:4) DELIMITED BY SIZE
               INTO EV-DATE
           END-STRING

           MOVE SPACES TO EV-TIME
           STRING SEC-TIME(1:2) DELIMITED BY SIZE
                  ':'           DELIMITED BY SIZE
                  SEC-TIME(3:2) DELIMITED BY SIZE
                  ':'           DELIMITED BY SIZE
                  SEC-TIME(5:2) DELIMITED BY SIZE
               INTO EV-TIME
           END-STRING

           MOVE SEC-CODE TO EV-CODE
           MOVE SEC-USER TO EV-USER
           EVALUATE TRUE
               WHEN SEC-HONORED
                   MOVE 'HONORED' TO EV-OUTCOME
               WHEN SEC-REFUSED
                   MOVE 'REFUSED' TO EV-OUTCOME
               WHEN SEC-DISCARDED
                   MOVE 'DISCARD' TO EV-OUTCOME
               WHEN OTHER
                   MOVE SEC-OUTCOME TO EV-OUTCOME
           END-EVALUATE
           MOVE SEC-DETAIL TO EV-DETAIL
           MOVE SEC-REASON TO EV-REASON

           MOVE EVENT-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .

       150-COUNT-EVENT.
           MOVE 0 TO WS-CT-FOUND
           PERFORM 155-FIND-CODE
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-COUNT

           IF WS-CT-FOUND = 0
               IF WS-CT-COUNT < WS-CT-MAX
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-CT-COUNT TO WS-CT-FOUND
                   MOVE SEC-CODE TO WS-CT-CODE (WS-CT-FOUND)
                   MOVE 0 TO WS-CT-HONORED (WS-CT-FOUND)
                   MOVE 0 TO WS-CT-REFUSED (WS-CT-FOUND)
                   MOVE 0 TO WS-CT-DISCARDED (WS-CT-FOUND)
               ELSE
                   DISPLAY 'WARNING: CODE TABLE FULL, CODE '
                       SEC-CODE ' NOT SUMMARIZED'
               END-IF
           END-IF

      *    THE MONTH TOTALS COUNT EVERY EVENT EVEN IF ITS CODE
      *    MISSED THE SUMMARY TABLE

           EVALUATE TRUE
               WHEN SEC-REFUSED
                   ADD 1 TO WS-MONTH-REFUSED
                   IF WS-CT-FOUND > 0
                       ADD 1 TO WS-CT-REFUSED (WS-CT-FOUND)
                   END-IF
               WHEN SEC-DISCARDED
                   ADD 1 TO WS-MONTH-DISCARDED
                   IF WS-CT-FOUND > 0
                       ADD 1 TO WS-CT-DISCARDED (WS-CT-FOUND)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-MONTH-HONORED
                   IF WS-CT-FOUND > 0
                       ADD 1 TO WS-CT-HONORED (WS-CT-FOUND)
                   END-IF
           END-EVALUATE
       .

       155-FIND-CODE.
           IF WS-CT-CODE (WS-CT-SUB) = SEC-CODE
               MOVE WS-CT-SUB TO WS-CT-FOUND
           END-IF
       .

       200-WRITE-CODE-SUMMARY.
           IF WS-MONTH-EVENTS = 0
               MOVE SPACES TO NOTE-LINE-TEXT
               IF WS-LOG-FILE-PRESENT
                   MOVE 'NO SECURITY EVENTS LOGGED THIS MONTH'
                       TO NOTE-LINE-TEXT
               ELSE
                   MOVE 'NO SECURITY LOG ON FILE - NOTHING EVER LOGGED'
                       TO NOTE-LINE-TEXT
               END-IF
               MOVE NOTE-LINE TO SECRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF

           MOVE 3 TO PROPER-SPACING
           MOVE 'SUMMARY BY CODE' TO SL-TITLE
           MOVE SECTION-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           PERFORM 210-WRITE-ONE-SUMMARY
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-COUNT
       .

       210-WRITE-ONE-SUMMARY.
           MOVE WS-CT-CODE (WS-CT-SUB) TO SM-CODE
           MOVE WS-CT-HONORED (WS-CT-SUB) TO SM-HONORED
           MOVE WS-CT-REFUSED (WS-CT-SUB) TO SM-REFUSED
           MOVE WS-CT-DISCARDED (WS-CT-SUB) TO SM-DISCARDED
           MOVE SUMMARY-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .

       300-LIST-OPERATORS.
      *    WHO HOLDS WHAT TODAY -- AUDIT SIGNS OFF ON THE
      *    AUTHORITIES AS WELL AS ON THE MONTH'S USE OF THEM

           MOVE 3 TO PROPER-SPACING
           MOVE 'AUTHORIZED OPERATORS AT REPORT TIME' TO SL-TITLE
           MOVE SECTION-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           OPEN INPUT MLAB-OPERMST
           IF WS-OPERMST-OK
               MOVE OPERATOR-HEADING-LINE TO SECRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 310-READ-OPERATOR
               PERFORM 320-WRITE-OPERATOR-LINE
                   UNTIL WS-END-OF-OPERATORS
               CLOSE MLAB-OPERMST
               MOVE LEGEND-LINE TO SECRPT-RECORD
               MOVE 2 TO PROPER-SPACING
               PERFORM 400-WRITE-A-LINE
               MOVE LEGEND-LINE-2 TO SECRPT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 400-WRITE-A-LINE
           ELSE
               MOVE 'N' TO WS-OPR-FILE-SWITCH
               MOVE SPACES TO NOTE-LINE-TEXT
               MOVE 'OPERATOR MASTER NOT ON FILE - EVERY OVERRIDE IS'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO SECRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
               MOVE SPACES TO NOTE-LINE-TEXT
               MOVE 'BEING REFUSED' TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO SECRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
       .

       310-READ-OPERATOR.
           READ MLAB-OPERMST
               AT END
                   MOVE 'Y' TO WS-OPR-EOF-SWITCH
           END-READ
       .

       320-WRITE-OPERATOR-LINE.
           ADD 1 TO WS-OPERATORS-LISTED
           MOVE OPR-USER-ID TO OL-USER-ID
           MOVE OPR-NAME TO OL-NAME
           IF OPR-ACTIVE
               MOVE 'ACTIVE' TO OL-STATUS
           ELSE
               MOVE 'REVOKED' TO OL-STATUS
           END-IF
           MOVE SPACES TO OL-FLAG-AREA
           PERFORM 325-MOVE-ONE-FLAG
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 7
           MOVE OPR-MAINT-DATE TO OL-MAINT-DATE
           MOVE OPR-MAINT-USER TO OL-MAINT-USER

           MOVE OPERATOR-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM 310-READ-OPERATOR
       .

       325-MOVE-ONE-FLAG.
           MOVE OPR-AUTH-FLAG (WS-FLAG-SUB) TO OL-FLAG (WS-FLAG-SUB)
       .

       350-WRITE-SIGN-OFF.
           MOVE 3 TO PROPER-SPACING
           MOVE SPACES TO SO-TEXT
           MOVE 'REVIEWED FOR AUDIT BY: ______________________________'
               TO SO-TEXT
           MOVE SIGNOFF-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 2 TO PROPER-SPACING
           MOVE SPACES TO SO-TEXT
           MOVE 'SIGNATURE: ____________________________  DATE: _______'
               TO SO-TEXT
           MOVE SIGNOFF-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       400-WRITE-A-LINE.

           WRITE SECRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       900-WRITE-TRAILER.
           WRITE SECRPT-RECORD FROM TRAILER-HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING

           MOVE 'LOG RECORDS READ =    ' TO TR-MESSAGE
           MOVE WS-LOG-RECORDS-READ TO TR-COUNT
           MOVE TRAILER-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'EVENTS THIS MONTH =   ' TO TR-MESSAGE
           MOVE WS-MONTH-EVENTS TO TR-COUNT
           MOVE TRAILER-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'HONORED =             ' TO TR-MESSAGE
           MOVE WS-MONTH-HONORED TO TR-COUNT
           MOVE TRAILER-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'REFUSED =             ' TO TR-MESSAGE
           MOVE WS-MONTH-REFUSED TO TR-COUNT
           MOVE TRAILER-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'DISCARDED =           ' TO TR-MESSAGE
           MOVE WS-MONTH-DISCARDED TO TR-COUNT
           MOVE TRAILER-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'OPERATORS LISTED =    ' TO TR-MESSAGE
           MOVE WS-OPERATORS-LISTED TO TR-COUNT
           MOVE TRAILER-LINE TO SECRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       999-FINAL-ROUTINE.
           IF WS-LOG-FILE-PRESENT
               CLOSE MLAB-SECLOG
           END-IF
           CLOSE MLAB-SECRPT

           IF WS-MONTH-REFUSED > 0 OR NOT WS-OPR-FILE-PRESENT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
       .
