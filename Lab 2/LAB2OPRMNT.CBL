       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2OperMaint.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    TRANSACTION-DRIVEN MAINTENANCE FOR THE AUTHORIZED-OPERATOR
      *    MASTER.  THE SUITE USED TO TRUST ANY FILE THAT APPEARED
      *    IN THE DIRECTORY -- ANYBODY COULD DROP AN OVERRIDE OR KEY
      *    A TRANSACTION UNDER ANY USER-ID.  THE MASTER NOW SAYS,
      *    USER-ID BY USER-ID, WHO MAY KEY PARAMETER OR TOLERANCE
      *    TRANSACTIONS, REQUEST A Lab2ParmBkout BACK-OUT, OR USE
      *    EACH OVERRIDE CODE, AND Lab2Driver, Lab2MathLab,
      *    Lab2ParmMaint, Lab2TolMaint AND Lab2ParmBkout REFUSE
      *    ANYBODY IT DOES NOT VOUCH FOR.  MAINTAINED THE SAME WAY
      *    AS THE OTHER MASTERS: A TRANSACTION DROP, A BEFORE/AFTER
      *    REGISTER, AND COUNTS BY ACTION.
      *******
      * OPERATOR MASTER RECORD (MLAB-OPERMST.DAT, INDEXED)
      *    USER-ID (KEY), NAME, STATUS (A = ACTIVE, R = REVOKED),
      *    SEVEN Y/N AUTHORITY FLAGS IN THE ORDER BELOW, THE DATE
      *    AND REQUESTER OF THE LAST MAINTENANCE, AND THE DATE THE
      *    OPERATOR WAS ADDED.  A REVOKED OPERATOR IS KEPT, NOT
      *    DELETED, SO THE SECURITY LOG NEVER NAMES A USER-ID THE
      *    MASTER HAS NO RECORD OF
      *        1 PARM     - KEY PARAMETER TRANSACTIONS
      *        2 TOL      - KEY TOLERANCE TRANSACTIONS
      *        3 BACKOUT  - REQUEST A Lab2ParmBkout BACK-OUT
      *        4 POSTOOB  - POST AN OUT-OF-BALANCE RUN
      *        5 RUNTODAY - FORCE A SUBMISSION THE CALENDAR OR THE
      *                     SAME-DAY GUARD WOULD REFUSE
      *        6 LOKCLR   - CLEAR A STALE RUN LOCK
      *        7 SECADM   - MAINTAIN THIS MASTER
      *******
      * TRANSACTION LAYOUT (MLAB-OPRTRN.TXT)
      *    COL   1      ACTION: A = ADD, C = CHANGE (ALSO REINSTATES
      *                 A REVOKED OPERATOR), R = REVOKE
      *    COLS  2- 9   OPERATOR'S USER-ID
      *    COLS 10-29   OPERATOR'S NAME (BLANK ON A CHANGE KEEPS IT)
      *    COLS 30-36   THE SEVEN AUTHORITY FLAGS, Y OR N
      *    COLS 37-44   REQUESTING SECURITY ADMINISTRATOR'S USER-ID
      *******
      * REQUESTER RULES
      *    THE REQUESTER MUST BE AN ACTIVE OPERATOR HOLDING THE
      *    SECADM AUTHORITY, AND MAY NOT MAINTAIN THEIR OWN RECORD.
      *    THE ONE EXCEPTION IS THE RUN THAT FIRST CREATES THE
      *    MASTER: THERE IS NOBODY ON IT YET TO VOUCH FOR ANYBODY,
      *    SO THAT INITIAL LOAD IS APPLIED UNCHECKED, NOTED ON THE
      *    REGISTER, AND MUST ADD AT LEAST ONE SECADM OPERATOR.  THE
      *    MASTER IS NEVER CREATED WITHOUT A TRANSACTION DROP TO
      *    LOAD IT FROM, AND AN INITIAL LOAD THAT LEAVES NO ACTIVE
      *    SECADM ON IT IS UNDONE -- THE NEW MASTER IS DELETED, THE
      *    UNDOING IS LOGGED, AND THE DROP IS LEFT IN PLACE TO BE
      *    CORRECTED AND RESUBMITTED.  OTHERWISE NOBODY COULD EVER
      *    VOUCH FOR A TRANSACTION AGAINST IT
      *******
      * OUTPUTS
      *    MLAB-OPERMST.DAT - INDEXED OPERATOR MASTER, KEY USER-ID
      *    MLAB-OPRRPT.TXT  - MAINTENANCE REGISTER WITH BEFORE AND
      *                       AFTER IMAGES AND COUNTS BY ACTION
      *    MLAB-SECLOG.DAT  - PERMANENT SECURITY LOG, ONE RECORD PER
      *                       TRANSACTION APPLIED OR REFUSED
      *******
      * RETURN CODE
      *    0  = EVERY TRANSACTION APPLIED.  A MISSING TRANSACTION
      *         FILE IS THE NORMAL NO-CHANGES NIGHT
      *    4  = ONE OR MORE TRANSACTIONS REJECTED
      *    16 = THE MASTER, THE REGISTER, OR A PRESENT-BUT-UNREADABLE
      *         TRANSACTION FILE COULD NOT BE OPENED, THE MASTER IS
      *         NOT ON FILE AND THERE IS NO DROP TO LOAD IT FROM, OR
      *         AN INITIAL LOAD ADDED NO ACTIVE SECADM AND WAS UNDONE
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MLAB-OPRTRN
               ASSIGN TO DISK "MLAB-OPRTRN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRTRN-STATUS.

           SELECT MLAB-OPERMST
               ASSIGN TO DISK "MLAB-OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS WS-OPERMST-STATUS.

           SELECT MLAB-OPRRPT
               ASSIGN TO PRINTER "MLAB-OPRRPT.TXT"
               FILE STATUS IS WS-OPRRPT-STATUS.

           SELECT MLAB-SECLOG
               ASSIGN TO DISK "MLAB-SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT MLAB-RUNLOCK
               ASSIGN TO DISK "MLAB-RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    TRANSACTIONS ARE HAND-KEYED, SO THE FILE IS READ INTO AN
      *    OVERSIZED BUFFER THE SAME WAY THE OTHER MAINTENANCE
      *    PROGRAMS READ THEIR DROPS
       FD  MLAB-OPRTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  TRN-RAW-RECORD      PIC X(80).
      *
       FD  MLAB-OPERMST
           RECORD CONTAINS 60 CHARACTERS.
       01  OPR-RECORD.
           05  OPR-USER-ID         PIC X(8).
           05  OPR-NAME            PIC X(20).
           05  OPR-STATUS          PIC X.
               88  OPR-ACTIVE              VALUE 'A'.
               88  OPR-REVOKED             VALUE 'R'.
           05  OPR-AUTHORITIES.
               10  OPR-AUTH-PARM       PIC X.
               10  OPR-AUTH-TOL        PIC X.
               10  OPR-AUTH-BACKOUT    PIC X.
               10  OPR-AUTH-POSTOOB    PIC X.
               10  OPR-AUTH-RUNTODAY   PIC X.
               10  OPR-AUTH-LOKCLR     PIC X.
               10  OPR-AUTH-SECADM     PIC X.
                   88  OPR-MAY-ADMINISTER      VALUE 'Y'.
           05  OPR-MAINT-DATE      PIC 9(8).
           05  OPR-MAINT-USER      PIC X(8).
           05  OPR-ADDED-DATE      PIC 9(8).
      *
       FD  MLAB-OPRRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  OPRRPT-RECORD       PIC X(80).
      *
      *    THE PERMANENT SECURITY LOG -- APPEND-ONLY, NEVER PURGED.
      *    Lab2SecAudit REPORTS FROM IT MONTH BY MONTH
       FD  MLAB-SECLOG
           RECORD CONTAINS 79 CHARACTERS.
       01  SECLOG-RECORD.
           05  SEC-DATE            PIC 9(8).
           05  SEC-TIME            PIC 9(6).
           05  SEC-PROGRAM         PIC X(16).
           05  SEC-CODE            PIC X(8).
           05  SEC-USER            PIC X(8).
           05  SEC-OUTCOME         PIC X.
           05  SEC-REASON          PIC X(24).
           05  SEC-DETAIL          PIC X(8).
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
           05  WS-OPRTRN-STATUS    PIC XX      VALUE SPACES.
               88  WS-OPRTRN-OK            VALUE '00'.
               88  WS-OPRTRN-NOT-FOUND     VALUE '35'.
           05  WS-OPERMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-OPERMST-OK           VALUE '00'.
               88  WS-OPERMST-NOT-FOUND    VALUE '35'.
               88  WS-OPR-REC-FOUND        VALUE '00'.
           05  WS-OPRRPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-OPRRPT-OK            VALUE '00'.
           05  WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECLOG-OK            VALUE '00'.
               88  WS-SECLOG-NOT-FOUND     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-TRANS         VALUE 'Y'.
           05  WS-TRN-SWITCH       PIC X       VALUE 'Y'.
               88  WS-TRN-PASSED           VALUE 'Y'.
           05  WS-TRN-FILE-SWITCH  PIC X       VALUE 'Y'.
               88  WS-TRN-FILE-PRESENT     VALUE 'Y'.
           05  WS-INITIAL-SWITCH   PIC X       VALUE 'N'.
               88  WS-INITIAL-LOAD         VALUE 'Y'.
           05  WS-OPR-EOF-SWITCH   PIC X       VALUE 'N'.
               88  WS-END-OF-OPERATORS     VALUE 'Y'.
           05  WS-SECADM-SWITCH    PIC X       VALUE 'N'.
               88  WS-SECADM-ON-FILE       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ       PIC 9(5)    VALUE 0.
           05  WS-ADDS-APPLIED     PIC 9(5)    VALUE 0.
           05  WS-CHANGES-APPLIED  PIC 9(5)    VALUE 0.
           05  WS-REVOKES-APPLIED  PIC 9(5)    VALUE 0.
           05  WS-TRANS-REJECTED   PIC 9(5)    VALUE 0.

       01  WS-EDIT-WORK.
           05  WS-REASON-TEXT      PIC X(20)   VALUE SPACES.
           05  WS-BEFORE-IMAGE     PIC X(38)   VALUE SPACES.
           05  WS-FLAG-SUB         PIC 9       VALUE 0.

       01  WS-CONSUME-CONTROL.
           05  WS-OPRTRN-FILE-NAME PIC X(15)
                                    VALUE 'MLAB-OPRTRN.TXT'.
           05  WS-OPERMST-FILE-NAME PIC X(16)
                                    VALUE 'MLAB-OPERMST.DAT'.
           05  WS-DELETE-RETURN-CODE PIC S9(9) COMP-5.

      *    THE FIRST 44 RAW POSITIONS RESHAPED AS THE TRANSACTION
      *    LAYOUT, WITH THE AUTHORITY FLAGS ALSO ADDRESSABLE ONE BY
      *    ONE FOR THE EDIT
       01  WS-TRN-WORK.
           05  TRN-ACTION          PIC X.
               88  TRN-ADD                 VALUE 'A'.
               88  TRN-CHANGE              VALUE 'C'.
               88  TRN-REVOKE              VALUE 'R'.
           05  TRN-USER-ID         PIC X(8).
           05  TRN-NAME            PIC X(20).
           05  TRN-AUTHORITIES     PIC X(7).
           05  TRN-AUTH-TABLE REDEFINES TRN-AUTHORITIES.
               10  TRN-AUTH-FLAG   PIC X OCCURS 7 TIMES.
           05  TRN-REQUESTER       PIC X(8).

      *    ONE SECURITY LOG EVENT, BUILT BY THE CALLER AND WRITTEN
      *    BY 044-WRITE-SECURITY-LOG
       01  WS-AUTH-WORK.
           05  WS-AUTH-CODE        PIC X(8)    VALUE 'OPRMAINT'.
           05  WS-AUTH-USER        PIC X(8)    VALUE SPACES.
           05  WS-AUTH-OUTCOME     PIC X       VALUE SPACE.
           05  WS-AUTH-REASON      PIC X(24)   VALUE SPACES.
           05  WS-AUTH-DETAIL      PIC X(8)    VALUE SPACES.
           05  WS-AUTH-TIME        PIC 9(8)    VALUE 0.

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
                                   'OPERATOR MASTER MAINTENANCE'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  LEGEND-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(42)    VALUE
                       'IMAGE = USER-ID, NAME, STATUS, AUTHORITIES'.
           05                  PIC X(29)    VALUE
                       ' PARM/TOL/BKO/OOB/RUN/LOK/SEC'.

       01  ACTION-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  AC-ACTION       PIC X(8).
           05                  PIC X(11)    VALUE 'OPERATOR = '.
           05  AC-USER-ID      PIC X(8).
           05                  PIC X(5)     VALUE ' BY '.
           05  AC-REQUESTER    PIC X(8).

       01  IMAGE-LINE.
           05                  PIC X(10)    VALUE ' '.
           05  IM-CAPTION      PIC X(9).
           05  IM-IMAGE        PIC X(38).

       01  NOTE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  NOTE-LINE-TEXT  PIC X(65).

       01  REJECT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(9)     VALUE 'REJECT:  '.
           05  RJ-ACTION       PIC X(2).
           05  RJ-USER-ID      PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  RJ-REASON       PIC X(20).
           05                  PIC X(5)     VALUE ' BY '.
           05  RJ-REQUESTER    PIC X(8).

       01  TRAILER-HEADING-LINE.
           05                  PIC X(10)   VALUE SPACE.
           05                  PIC X(26)   VALUE
                                   'MAINTENANCE CONTROL TOTALS'.

       01  TRAILER-LINE.
           05                  PIC X(10)    VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           PERFORM 080-APPLY-TRANSACTION
               UNTIL WS-END-OF-TRANS
           IF WS-INITIAL-LOAD
               PERFORM 800-CHECK-INITIAL-LOAD
           END-IF
           PERFORM 900-WRITE-TRAILER
           PERFORM 999-FINAL-ROUTINE
       .

       044-WRITE-SECURITY-LOG.
      *    THE SECURITY LOG IS OPENED AND CLOSED AROUND EACH EVENT
      *    SO NOTHING LATER IN THE STEP CAN COST THE RECORD OF WHO
      *    DID WHAT.  THE FIRST EVENT EVER LOGGED CREATES THE FILE

           OPEN EXTEND MLAB-SECLOG
           IF WS-SECLOG-NOT-FOUND
               OPEN OUTPUT MLAB-SECLOG
           END-IF

           IF WS-SECLOG-OK
               ACCEPT SEC-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUTH-TIME FROM TIME
               MOVE WS-AUTH-TIME(1:6) TO SEC-TIME
               MOVE 'Lab2OperMaint' TO SEC-PROGRAM
               MOVE WS-AUTH-CODE TO SEC-CODE
               MOVE WS-AUTH-USER TO SEC-USER
               MOVE WS-AUTH-OUTCOME TO SEC-OUTCOME
               MOVE WS-AUTH-REASON TO SEC-REASON
               MOVE WS-AUTH-DETAIL TO SEC-DETAIL
               WRITE SECLOG-RECORD
               CLOSE MLAB-SECLOG
           ELSE
               DISPLAY 'WARNING: MLAB-SECLOG.DAT COULD NOT BE OPENED,'
                   ' STATUS = ' WS-SECLOG-STATUS ' - ' WS-AUTH-CODE
                   ' BY ' WS-AUTH-USER ' NOT LOGGED'
           END-IF
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
           PERFORM 052-OPEN-OPERATOR-MASTER

           OPEN OUTPUT MLAB-OPRRPT
           IF NOT WS-OPRRPT-OK
               DISPLAY 'MLAB-OPRRPT.TXT COULD NOT BE OPENED, STATUS = '
                   WS-OPRRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 057-STAMP-HEADING
           WRITE OPRRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING

           MOVE LEGEND-LINE TO OPRRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           IF WS-INITIAL-LOAD
               MOVE SPACES TO NOTE-LINE-TEXT
               MOVE 'OPERATOR MASTER CREATED - INITIAL LOAD, REQUESTERS'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO OPRRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
               MOVE SPACES TO NOTE-LINE-TEXT
               MOVE 'NOT CHECKED THIS RUN' TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO OPRRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
           END-IF

      *    OPERATOR CHANGES ARE RARE, SO A MISSING TRANSACTION FILE
      *    IS THE NORMAL EMPTY APPLY -- NOTED ON THE REGISTER AND A
      *    CLEAN STEP.  ANY OTHER OPEN FAILURE IS STILL FATAL

           OPEN INPUT MLAB-OPRTRN
           IF WS-OPRTRN-OK
               PERFORM 060-READ-TRANSACTION
           ELSE
               IF WS-OPRTRN-NOT-FOUND
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 'N' TO WS-TRN-FILE-SWITCH
                   MOVE SPACES TO NOTE-LINE-TEXT
                   MOVE 'NO OPERATOR TRANSACTIONS - NOTHING TO APPLY'
                       TO NOTE-LINE-TEXT
                   MOVE NOTE-LINE TO OPRRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
               ELSE
                   DISPLAY 'MLAB-OPRTRN.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-OPRTRN-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       .

       052-OPEN-OPERATOR-MASTER.
      *    FILE STATUS 35 MEANS THE MASTER DOES NOT EXIST YET --
      *    CREATE IT EMPTY AND REOPEN I-O, AND REMEMBER THAT THIS
      *    IS THE INITIAL LOAD SO THE REQUESTER RULES STAND ASIDE
      *    FOR THIS ONE RUN.  WITH NO TRANSACTION DROP THERE IS
      *    NOTHING TO LOAD, AND AN EMPTY MASTER WOULD BE ONE NOBODY
      *    COULD EVER ADD TO -- SO IT IS NOT CREATED

           OPEN I-O MLAB-OPERMST
           IF WS-OPERMST-NOT-FOUND
               OPEN INPUT MLAB-OPRTRN
               IF WS-OPRTRN-OK
                   CLOSE MLAB-OPRTRN
               ELSE
                   DISPLAY 'MLAB-OPERMST.DAT IS NOT ON FILE AND '
                       'MLAB-OPRTRN.TXT COULD NOT BE OPENED, STATUS = '
                       WS-OPRTRN-STATUS ' - MASTER NOT CREATED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT MLAB-OPERMST
               IF WS-OPERMST-OK
                   CLOSE MLAB-OPERMST
                   OPEN I-O MLAB-OPERMST
                   MOVE 'Y' TO WS-INITIAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-OPERMST-OK
               DISPLAY 'MLAB-OPERMST.DAT COULD NOT BE OPENED, STATUS ='
                   WS-OPERMST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
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

       060-READ-TRANSACTION.
           READ MLAB-OPRTRN
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE TRN-RAW-RECORD(1:44) TO WS-TRN-WORK
           END-READ
       .

       080-APPLY-TRANSACTION.
           ADD 1 TO WS-TRANS-READ

           PERFORM 100-VALIDATE-TRANSACTION

           IF WS-TRN-PASSED
               EVALUATE TRUE
                   WHEN TRN-ADD
                       PERFORM 200-APPLY-ADD
                   WHEN TRN-CHANGE
                       PERFORM 210-APPLY-CHANGE
                   WHEN TRN-REVOKE
                       PERFORM 220-APPLY-REVOKE
               END-EVALUATE
           END-IF

      *    EVERY TRANSACTION, APPLIED OR NOT, GOES ON THE SECURITY
      *    LOG UNDER THE REQUESTER'S USER-ID -- AUDIT SEES THE
      *    ATTEMPT TO GRANT A PRIVILEGE AS WELL AS THE GRANT

           MOVE TRN-REQUESTER TO WS-AUTH-USER
           MOVE TRN-USER-ID TO WS-AUTH-DETAIL
           IF WS-TRN-PASSED
               MOVE 'H' TO WS-AUTH-OUTCOME
           ELSE
               MOVE 'R' TO WS-AUTH-OUTCOME
               MOVE WS-REASON-TEXT TO WS-AUTH-REASON
               PERFORM 300-WRITE-REJECT-LINE
           END-IF
           PERFORM 044-WRITE-SECURITY-LOG

           PERFORM 060-READ-TRANSACTION
       .

       100-VALIDATE-TRANSACTION.
      *    VET THE TRANSACTION, THEN THE PERSON ASKING FOR IT,
      *    BEFORE TOUCHING THE MASTER

           MOVE 'Y' TO WS-TRN-SWITCH
           MOVE SPACES TO WS-REASON-TEXT

           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-REVOKE
               MOVE 'N' TO WS-TRN-SWITCH
               MOVE 'BAD ACTION CODE' TO WS-REASON-TEXT
           END-IF

           IF WS-TRN-PASSED
               IF TRN-USER-ID = SPACES
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'BLANK USER-ID' TO WS-REASON-TEXT
               END-IF
           END-IF

           IF WS-TRN-PASSED AND TRN-ADD
               IF TRN-NAME = SPACES
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'BLANK OPERATOR NAME' TO WS-REASON-TEXT
               END-IF
           END-IF

      *    A REVOKE ONLY NEEDS THE KEY -- THE FLAGS ARE EDITED ONLY
      *    WHERE THEY WILL BE STORED

           IF WS-TRN-PASSED AND NOT TRN-REVOKE
               PERFORM 110-VALIDATE-ONE-FLAG
                   VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > 7
           END-IF

           IF WS-TRN-PASSED
               IF TRN-REQUESTER = SPACES
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'NO REQUESTER USER-ID' TO WS-REASON-TEXT
               END-IF
           END-IF

           IF WS-TRN-PASSED AND NOT WS-INITIAL-LOAD
               PERFORM 120-CHECK-REQUESTER
           END-IF
       .

       110-VALIDATE-ONE-FLAG.
           IF TRN-AUTH-FLAG (WS-FLAG-SUB) NOT = 'Y'
               AND TRN-AUTH-FLAG (WS-FLAG-SUB) NOT = 'N'
               MOVE 'N' TO WS-TRN-SWITCH
               MOVE 'BAD AUTHORITY FLAG' TO WS-REASON-TEXT
           END-IF
       .

       120-CHECK-REQUESTER.
      *    ONLY AN ACTIVE SECURITY ADMINISTRATOR MAY GRANT, CHANGE
      *    OR REVOKE AUTHORITY, AND NEVER THEIR OWN -- OTHERWISE
      *    ONE PERSON COULD WRITE THEMSELVES ANY PRIVILEGE

           IF TRN-REQUESTER = TRN-USER-ID
               MOVE 'N' TO WS-TRN-SWITCH
               MOVE 'OWN AUTHORITY' TO WS-REASON-TEXT
           ELSE
               MOVE TRN-REQUESTER TO OPR-USER-ID
               READ MLAB-OPERMST
               IF NOT WS-OPR-REC-FOUND
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'REQUESTER NOT SECADM' TO WS-REASON-TEXT
               ELSE
                   IF NOT OPR-ACTIVE OR NOT OPR-MAY-ADMINISTER
                       MOVE 'N' TO WS-TRN-SWITCH
                       MOVE 'REQUESTER NOT SECADM' TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF
       .

       200-APPLY-ADD.
           MOVE TRN-USER-ID TO OPR-USER-ID
           READ MLAB-OPERMST
           IF WS-OPR-REC-FOUND
               MOVE 'N' TO WS-TRN-SWITCH
               MOVE 'ALREADY ON MASTER' TO WS-REASON-TEXT
           ELSE
               MOVE TRN-USER-ID TO OPR-USER-ID
               MOVE TRN-NAME TO OPR-NAME
               MOVE WS-CURRENT-DATE TO OPR-ADDED-DATE
               PERFORM 250-BUILD-MASTER-RECORD
               WRITE OPR-RECORD
               IF WS-OPERMST-OK
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE 'ADD     ' TO AC-ACTION
                   MOVE 'ADDED' TO WS-AUTH-REASON
                   PERFORM 310-WRITE-ACTION-LINE
                   MOVE 'AFTER:   ' TO IM-CAPTION
                   PERFORM 320-WRITE-MASTER-IMAGE
               ELSE
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'MASTER WRITE FAILED' TO WS-REASON-TEXT
               END-IF
           END-IF
       .

       210-APPLY-CHANGE.
      *    A CHANGE RESTATES THE WHOLE SET OF FLAGS AND LEAVES THE
      *    OPERATOR ACTIVE, SO IT IS ALSO HOW A REVOKED OPERATOR IS
      *    REINSTATED -- DELIBERATELY, WITH EVERY AUTHORITY KEYED

           MOVE TRN-USER-ID TO OPR-USER-ID
           READ MLAB-OPERMST
           IF NOT WS-OPR-REC-FOUND
               MOVE 'N' TO WS-TRN-SWITCH
               MOVE 'NOT ON MASTER' TO WS-REASON-TEXT
           ELSE
               PERFORM 260-SAVE-BEFORE-IMAGE
               IF TRN-NAME NOT = SPACES
                   MOVE TRN-NAME TO OPR-NAME
               END-IF
               PERFORM 250-BUILD-MASTER-RECORD
               REWRITE OPR-RECORD
               IF WS-OPERMST-OK
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE 'CHANGE  ' TO AC-ACTION
                   MOVE 'CHANGED' TO WS-AUTH-REASON
                   PERFORM 310-WRITE-ACTION-LINE
                   MOVE 'BEFORE:  ' TO IM-CAPTION
                   MOVE WS-BEFORE-IMAGE TO IM-IMAGE
                   PERFORM 330-WRITE-IMAGE-LINE
                   MOVE 'AFTER:   ' TO IM-CAPTION
                   PERFORM 320-WRITE-MASTER-IMAGE
               ELSE
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'MASTER WRITE FAILED' TO WS-REASON-TEXT
               END-IF
           END-IF
       .

       220-APPLY-REVOKE.
      *    THE RECORD STAYS ON THE MASTER MARKED REVOKED -- EVERY
      *    CHECKING PROGRAM REFUSES A REVOKED OPERATOR WHATEVER
      *    THEIR FLAGS SAY, AND THE FLAGS STAY AS EVIDENCE OF WHAT
      *    THEY HELD

           MOVE TRN-USER-ID TO OPR-USER-ID
           READ MLAB-OPERMST
           IF NOT WS-OPR-REC-FOUND
               MOVE 'N' TO WS-TRN-SWITCH
               MOVE 'NOT ON MASTER' TO WS-REASON-TEXT
           ELSE
               IF OPR-REVOKED
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'ALREADY REVOKED' TO WS-REASON-TEXT
               ELSE
                   PERFORM 260-SAVE-BEFORE-IMAGE
                   MOVE 'R' TO OPR-STATUS
                   MOVE WS-CURRENT-DATE TO OPR-MAINT-DATE
                   MOVE TRN-REQUESTER TO OPR-MAINT-USER
                   REWRITE OPR-RECORD
                   IF WS-OPERMST-OK
                       ADD 1 TO WS-REVOKES-APPLIED
                       MOVE 'REVOKE  ' TO AC-ACTION
                       MOVE 'REVOKED' TO WS-AUTH-REASON
                       PERFORM 310-WRITE-ACTION-LINE
                       MOVE 'BEFORE:  ' TO IM-CAPTION
                       MOVE WS-BEFORE-IMAGE TO IM-IMAGE
                       PERFORM 330-WRITE-IMAGE-LINE
                       MOVE 'AFTER:   ' TO IM-CAPTION
                       PERFORM 320-WRITE-MASTER-IMAGE
                   ELSE
                       MOVE 'N' TO WS-TRN-SWITCH
                       MOVE 'MASTER WRITE FAILED' TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF
       .

       250-BUILD-MASTER-RECORD.
      *    STAMP EVERY ADD OR CHANGE WITH THE DATE AND THE
      *    REQUESTER -- THE MASTER ALWAYS SHOWS WHO LAST GRANTED
      *    EACH OPERATOR'S AUTHORITY

           MOVE 'A' TO OPR-STATUS
           MOVE TRN-AUTHORITIES TO OPR-AUTHORITIES
           MOVE WS-CURRENT-DATE TO OPR-MAINT-DATE
           MOVE TRN-REQUESTER TO OPR-MAINT-USER
       .

       260-SAVE-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE
           STRING OPR-USER-ID     DELIMITED BY SIZE
                  OPR-NAME        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  OPR-STATUS      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  OPR-AUTHORITIES DELIMITED BY SIZE
               INTO WS-BEFORE-IMAGE
           END-STRING
       .

       300-WRITE-REJECT-LINE.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE TRN-ACTION TO RJ-ACTION
           MOVE TRN-USER-ID TO RJ-USER-ID
           MOVE WS-REASON-TEXT TO RJ-REASON
           MOVE TRN-REQUESTER TO RJ-REQUESTER
           MOVE REJECT-LINE TO OPRRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       310-WRITE-ACTION-LINE.
           MOVE TRN-USER-ID TO AC-USER-ID
           MOVE TRN-REQUESTER TO AC-REQUESTER
           MOVE ACTION-LINE TO OPRRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .

       320-WRITE-MASTER-IMAGE.
           MOVE SPACES TO IM-IMAGE
           STRING OPR-USER-ID     DELIMITED BY SIZE
                  OPR-NAME        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  OPR-STATUS      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  OPR-AUTHORITIES DELIMITED BY SIZE
               INTO IM-IMAGE
           END-STRING
           PERFORM 330-WRITE-IMAGE-LINE
       .

       330-WRITE-IMAGE-LINE.
           MOVE IMAGE-LINE TO OPRRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-WRITE-A-LINE.

           WRITE OPRRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       800-CHECK-INITIAL-LOAD.
      *    THE MASTER WAS EMPTY WHEN THIS RUN STARTED, SO EVERYBODY
      *    ON IT NOW CAME FROM TONIGHT'S DROP.  AT LEAST ONE OF THEM
      *    MUST BE AN ACTIVE SECADM OR THE LOAD IS UNDONE AT THE END
      *    OF THE STEP

           MOVE LOW-VALUES TO OPR-USER-ID
           START MLAB-OPERMST KEY IS NOT LESS THAN OPR-USER-ID
           IF WS-OPERMST-OK
               PERFORM 810-READ-NEXT-OPERATOR
               PERFORM 820-CHECK-ONE-OPERATOR
                   UNTIL WS-END-OF-OPERATORS OR WS-SECADM-ON-FILE
           END-IF

           IF NOT WS-SECADM-ON-FILE
               MOVE 3 TO PROPER-SPACING
               MOVE SPACES TO NOTE-LINE-TEXT
               MOVE 'INITIAL LOAD ADDED NO ACTIVE SECADM OPERATOR -'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO OPRRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
               MOVE SPACES TO NOTE-LINE-TEXT
               MOVE 'LOAD UNDONE, MASTER REMOVED, DROP KEPT TO CORRECT'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO OPRRPT-RECORD
               PERFORM 400-WRITE-A-LINE

      *        THE ADDS WERE LOGGED AS HONORED, SO THE UNDOING IS
      *        LOGGED TOO OR AUDIT WOULD SHOW GRANTS THAT NEVER STOOD

               MOVE SPACES TO WS-AUTH-USER
               MOVE 'R' TO WS-AUTH-OUTCOME
               MOVE 'NO SECADM - LOAD UNDONE' TO WS-AUTH-REASON
               MOVE SPACES TO WS-AUTH-DETAIL
               PERFORM 044-WRITE-SECURITY-LOG
           END-IF
       .

       810-READ-NEXT-OPERATOR.
           READ MLAB-OPERMST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OPR-EOF-SWITCH
           END-READ
       .

       820-CHECK-ONE-OPERATOR.
           IF OPR-ACTIVE AND OPR-MAY-ADMINISTER
               MOVE 'Y' TO WS-SECADM-SWITCH
           ELSE
               PERFORM 810-READ-NEXT-OPERATOR
           END-IF
       .

       900-WRITE-TRAILER.
           WRITE OPRRPT-RECORD FROM TRAILER-HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING

           MOVE 'TRANSACTIONS READ =   ' TO TR-MESSAGE
           MOVE WS-TRANS-READ TO TR-COUNT
           MOVE TRAILER-LINE TO OPRRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'ADDS APPLIED =        ' TO TR-MESSAGE
           MOVE WS-ADDS-APPLIED TO TR-COUNT
           MOVE TRAILER-LINE TO OPRRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'CHANGES APPLIED =     ' TO TR-MESSAGE
           MOVE WS-CHANGES-APPLIED TO TR-COUNT
           MOVE TRAILER-LINE TO OPRRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'REVOKES APPLIED =     ' TO TR-MESSAGE
           MOVE WS-REVOKES-APPLIED TO TR-COUNT
           MOVE TRAILER-LINE TO OPRRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'TRANS REJECTED =      ' TO TR-MESSAGE
           MOVE WS-TRANS-REJECTED TO TR-COUNT
           MOVE TRAILER-LINE TO OPRRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       990-UNDO-INITIAL-LOAD.
      *    A MASTER WITH NOBODY ABLE TO MAINTAIN IT CAN NEVER BE
      *    ADDED TO, SO IT IS REMOVED AND THE NEXT RUN IS AN INITIAL
      *    LOAD AGAIN.  THE DROP STAYS ON DISK TO BE CORRECTED

           CALL 'CBL_DELETE_FILE' USING WS-OPERMST-FILE-NAME
               RETURNING WS-DELETE-RETURN-CODE
           END-CALL

           IF WS-DELETE-RETURN-CODE NOT = 0
               DISPLAY 'INITIAL LOAD ADDED NO ACTIVE SECADM OPERATOR - '
                   'MASTER DELETE FAILED, RC = ' WS-DELETE-RETURN-CODE
                   ' - REMOVE MLAB-OPERMST.DAT BY HAND'
           ELSE
               DISPLAY 'INITIAL LOAD ADDED NO ACTIVE SECADM OPERATOR - '
                   'MLAB-OPERMST.DAT REMOVED, CORRECT MLAB-OPRTRN.TXT '
                   'AND RESUBMIT'
           END-IF

           MOVE 16 TO RETURN-CODE
           GOBACK
       .

       999-FINAL-ROUTINE.
           IF WS-TRN-FILE-PRESENT
               CLOSE MLAB-OPRTRN
           END-IF
           CLOSE MLAB-OPERMST
           CLOSE MLAB-OPRRPT

           IF WS-INITIAL-LOAD AND NOT WS-SECADM-ON-FILE
               PERFORM 990-UNDO-INITIAL-LOAD
           END-IF

      *    THE TRANSACTION DROP IS ONE-SHOT, RETIRED THE SAME WAY
      *    THE OTHER MAINTENANCE DROPS ARE -- THE REGISTER AND THE
      *    SECURITY LOG ARE THE PERMANENT RECORD

           IF WS-TRN-FILE-PRESENT
               CALL 'CBL_DELETE_FILE' USING WS-OPRTRN-FILE-NAME
                   RETURNING WS-DELETE-RETURN-CODE
               END-CALL

               IF WS-DELETE-RETURN-CODE NOT = 0
                   DISPLAY 'WARNING: TRANSACTION FILE DELETE FAILED, '
                       'RC = ' WS-DELETE-RETURN-CODE
                       ' - REMOVE MLAB-OPRTRN.TXT BY HAND'
               END-IF
           END-IF

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
       .
