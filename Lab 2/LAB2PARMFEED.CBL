       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2ParmFeed.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    INBOUND FULL-REFRESH PARAMETER FEED.  THE ANALYSTS' OWN
      *    SYSTEM SENDS EVERY ACTIVE PARAMETER SET EACH DAY; THIS
      *    STEP COMPARES THE FEED WITH THE PARAMETER MASTER AND
      *    WRITES THE ADD, CHANGE AND DELETE TRANSACTIONS THAT WOULD
      *    MAKE THE MASTER MATCH IT -- INSTEAD OF EVERY CHANGE BEING
      *    RE-KEYED BY HAND.  NOTHING IS APPLIED HERE: THE
      *    TRANSACTIONS ARE APPENDED TO MLAB-PARMTRN.TXT UNDER THE
      *    FEED'S OWN USER-ID AND GO THROUGH Lab2MntApprove AND
      *    Lab2ParmMaint LIKE ANY KEYED CHANGE, SO THEY ARE CHECKED
      *    BY A SECOND USER-ID AND JOURNALLED AS THE FEED'S WORK.
      *******
      * FEED RECORD (MLAB-PARMFEED.TXT, ONE PER PARAMETER VERSION)
      *    COLS  1- 8   RUN-ID
      *    COLS  9-16   EFFECTIVE DATE YYYYMMDD, BLANK = THE BASE
      *                 VERSION
      *    COLS 17-46   VALUES A-E, EACH A SIGN AND FIVE DIGITS
      *    COL  47      EQUATION TYPE 1-4, BLANK = TYPE 1
      *    COLS 48-51   OWNING ANALYST GROUP, BLANK = LEAVE THE
      *                 GROUP Lab2ParmMaint WOULD KEEP OR INHERIT
      *    THE FEED IS THE WHOLE MASTER AS UPSTREAM SEES IT: A
      *    VERSION ON THE MASTER AND NOT IN THE FEED IS DELETED
      *******
      * SAFETY RULES
      *    A FEED WHOSE RECORD COUNT FALLS MORE THAN THE ALLOWED
      *    PERCENTAGE BELOW THE MASTER'S IS TAKEN TO BE TRUNCATED --
      *    THE STEP STOPS AND REPORTS AND GENERATES NOTHING, SO A
      *    SHORT FEED CAN NEVER TURN HALF THE MASTER INTO DELETES.
      *    A FEED WITH ANY UNUSABLE RECORD STOPS THE SAME WAY, SINCE
      *    THE VERSION IT CARRIED WOULD OTHERWISE LOOK DELETED.  A
      *    TRANSACTION IDENTICAL TO ONE THE FEED GENERATED EARLIER
      *    AND STILL WAITING ON THE PENDING FILE IS NOT GENERATED
      *    AGAIN
      *******
      * CONTROL FILE (MLAB-FEEDCTL.TXT, OPTIONAL)
      *    COLS  1- 3   ALLOWED SHORTFALL, PERCENT OF THE MASTER
      *                 COUNT (DEFAULT 10)
      *    COLS  4-11   THE FEED'S USER-ID (DEFAULT UPSTREAM).  IT
      *                 MUST BE AN ACTIVE OPERATOR HOLDING PARM
      *                 AUTHORITY ON MLAB-OPERMST.DAT, OR Lab2ParmMaint
      *                 WOULD REFUSE EVERY LINE -- A FEED USER-ID
      *                 WITHOUT IT STOPS THIS STEP INSTEAD AND IS
      *                 WRITTEN TO THE SECURITY LOG
      *******
      * OUTPUTS
      *    MLAB-PARMTRN.TXT - THE GENERATED TRANSACTIONS, APPENDED
      *                       AFTER ANY KEYED BY HAND
      *    MLAB-FEEDRPT.TXT - FEED REGISTER: COUNTS, THE SHORTFALL
      *                       CHECK, EVERY TRANSACTION GENERATED OR
      *                       ALREADY PENDING, AND EVERY FEED REJECT
      *    THE FEED IS DELETED ONCE TURNED INTO TRANSACTIONS.  A
      *    STOPPED FEED IS LEFT IN PLACE TO BE LOOKED AT UNTIL THE
      *    NEXT DELIVERY REPLACES IT
      *******
      * RETURN CODE
      *    0  = FEED COMPARED, TRANSACTIONS (IF ANY) GENERATED
      *    4  = NO FEED DELIVERED TODAY
      *    8  = STOPPED, NOTHING GENERATED: FEED SHORT, FEED HAS
      *         REJECTED RECORDS, OR FEED USER-ID NOT AUTHORIZED
      *    16 = A FILE COULD NOT BE OPENED
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MLAB-PARMFEED
               ASSIGN TO DISK "MLAB-PARMFEED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFEED-STATUS.

           SELECT MLAB-FEEDCTL
               ASSIGN TO DISK "MLAB-FEEDCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDCTL-STATUS.

           SELECT MLAB-PARMMST
               ASSIGN TO DISK "MLAB-PARMMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-PARMMST-STATUS.

           SELECT MLAB-PENDING
               ASSIGN TO DISK "MLAB-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT MLAB-PARMTRN
               ASSIGN TO DISK "MLAB-PARMTRN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMTRN-STATUS.

           SELECT MLAB-FEEDRPT
               ASSIGN TO PRINTER "MLAB-FEEDRPT.TXT"
               FILE STATUS IS WS-FEEDRPT-STATUS.

           SELECT MLAB-RUNLOCK
               ASSIGN TO DISK "MLAB-RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.

           SELECT MLAB-OPERMST
               ASSIGN TO DISK "MLAB-OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS WS-OPERMST-STATUS.

           SELECT MLAB-SECLOG
               ASSIGN TO DISK "MLAB-SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    THE FEED COMES FROM ANOTHER SYSTEM, SO IT IS READ INTO AN
      *    OVERSIZED BUFFER THE SAME WAY THE KEYED DROPS ARE
       FD  MLAB-PARMFEED
           RECORD CONTAINS 80 CHARACTERS.
       01  FEED-RAW-RECORD     PIC X(80).
      *
       FD  MLAB-FEEDCTL
           RECORD CONTAINS 11 CHARACTERS.
       01  FEEDCTL-RECORD.
           05  FEEDCTL-SHORT-PCT   PIC X(3).
           05  FEEDCTL-USER-ID     PIC X(8).
      *
       FD  MLAB-PARMMST
           RECORD CONTAINS 67 CHARACTERS.
       01  MST-RECORD.
           05  MST-KEY.
               10  MST-RUN-ID      PIC X(8).
               10  MST-EFF-DATE    PIC 9(8).
           05  MST-VALUES          PIC X(30).
           05  MST-EQ-TYPE         PIC X.
           05  MST-MAINT-DATE      PIC 9(8).
           05  MST-MAINT-USER      PIC X(8).
           05  MST-GROUP           PIC X(4).
      *
      *    THE ITEMS Lab2MntApprove HOLDS FOR A CHECKER -- READ HERE
      *    ONLY TO AVOID QUEUEING THE SAME FEED CHANGE TWICE
       FD  MLAB-PENDING
           RECORD CONTAINS 93 CHARACTERS.
       01  PND-RECORD.
           05  PND-BATCH           PIC 9(5).
           05  PND-ITEM            PIC 9(5).
           05  PND-MASTER          PIC X.
           05  PND-KEY-DATE        PIC 9(8).
           05  PND-KEY-TIME        PIC 9(6).
           05  PND-KEYER           PIC X(8).
           05  PND-TRANS           PIC X(60).
      *
      *    THE KEYED TRANSACTION LAYOUT Lab2MntApprove STAGES
       FD  MLAB-PARMTRN
           RECORD CONTAINS 60 CHARACTERS.
       01  PTR-RECORD.
           05  PTR-ACTION          PIC X.
           05  PTR-RUN-ID          PIC X(8).
           05  PTR-VALUES          PIC X(30).
           05  PTR-EQ-TYPE         PIC X.
           05  PTR-EFF-DATE        PIC X(8).
           05  PTR-USER-ID         PIC X(8).
           05  PTR-GROUP           PIC X(4).
      *
       FD  MLAB-FEEDRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  FEEDRPT-RECORD      PIC X(80).
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
      *    THE AUTHORIZED-OPERATOR MASTER Lab2OperMaint MAINTAINS --
      *    READ ONLY HERE, TO VOUCH FOR THE FEED'S USER-ID
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
           05  OPR-MAINT-DATE      PIC 9(8).
           05  OPR-MAINT-USER      PIC X(8).
           05  OPR-ADDED-DATE      PIC 9(8).
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
       WORKING-STORAGE SECTION.
      *
       01  WS-FILE-STATUSES.
           05  WS-RUNLOCK-STATUS   PIC XX      VALUE SPACES.
               88  WS-RUNLOCK-OK           VALUE '00'.
           05  WS-PARMFEED-STATUS  PIC XX      VALUE SPACES.
               88  WS-PARMFEED-OK          VALUE '00'.
               88  WS-PARMFEED-NOT-FOUND   VALUE '35'.
           05  WS-FEEDCTL-STATUS   PIC XX      VALUE SPACES.
               88  WS-FEEDCTL-OK           VALUE '00'.
           05  WS-PARMMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMMST-OK           VALUE '00'.
           05  WS-PENDING-STATUS   PIC XX      VALUE SPACES.
               88  WS-PENDING-OK           VALUE '00'.
           05  WS-PARMTRN-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMTRN-OK           VALUE '00'.
               88  WS-PARMTRN-NOT-FOUND    VALUE '35'.
           05  WS-FEEDRPT-STATUS   PIC XX      VALUE SPACES.
               88  WS-FEEDRPT-OK           VALUE '00'.
           05  WS-OPERMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-OPERMST-OK           VALUE '00'.
               88  WS-OPR-REC-FOUND        VALUE '00'.
           05  WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECLOG-OK            VALUE '00'.
               88  WS-SECLOG-NOT-FOUND     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-FEED-FILE-SWITCH PIC X       VALUE 'N'.
               88  WS-FEED-PRESENT         VALUE 'Y'.
           05  WS-STOP-SWITCH      PIC X       VALUE 'N'.
               88  WS-RUN-STOPPED          VALUE 'Y'.
           05  WS-GENERATED-SWITCH PIC X       VALUE 'N'.
               88  WS-FEED-GENERATED       VALUE 'Y'.
           05  WS-FEED-REC-SWITCH  PIC X       VALUE 'Y'.
               88  WS-FEED-REC-PASSED      VALUE 'Y'.
           05  WS-GROUP-SPACE-SWITCH PIC X     VALUE 'N'.
               88  WS-GROUP-SPACE-SEEN     VALUE 'Y'.
           05  WS-AUTH-SWITCH      PIC X       VALUE 'N'.
               88  WS-AUTH-GRANTED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-FEED-READ        PIC 9(5)    VALUE 0.
           05  WS-FEED-REJECTED    PIC 9(5)    VALUE 0.
           05  WS-MASTER-COUNT     PIC 9(5)    VALUE 0.
           05  WS-ADDS-GENERATED   PIC 9(5)    VALUE 0.
           05  WS-CHANGES-GENERATED PIC 9(5)   VALUE 0.
           05  WS-DELETES-GENERATED PIC 9(5)   VALUE 0.
           05  WS-UNCHANGED        PIC 9(5)    VALUE 0.
           05  WS-ALREADY-PENDING  PIC 9(5)    VALUE 0.

       01  WS-CONTROL-VALUES.
           05  WS-SHORT-PCT        PIC 9(3)    VALUE 10.
           05  WS-FEED-USER-ID     PIC X(8)    VALUE 'UPSTREAM'.

      *    THE SHORTFALL TEST IN WHOLE NUMBERS -- FEED COUNT TIMES
      *    100 AGAINST MASTER COUNT TIMES THE PERCENTAGE KEPT
       01  WS-SHORTFALL-WORK.
           05  WS-FEED-SCALED      PIC 9(9)    VALUE 0.
           05  WS-FLOOR-SCALED     PIC 9(9)    VALUE 0.
           05  WS-KEEP-PCT         PIC 9(3)    VALUE 0.

      *    THE FEED RECORD RESHAPED -- KEY, THE FIVE SIGN/DIGITS
      *    GROUPS AS A TABLE, EQUATION TYPE, OWNING GROUP
       01  WS-FEED-WORK.
           05  FEED-RUN-ID         PIC X(8).
           05  FEED-EFF-DATE       PIC X(8).
           05  FEED-VALUES.
               10  FEED-VALUE      OCCURS 5 TIMES.
                   15  FEED-SIGN   PIC X.
                   15  FEED-DIGITS PIC X(5).
           05  FEED-EQ-TYPE        PIC X.
           05  FEED-GROUP          PIC X(4).
           05                      PIC X(29).

       01  WS-FEED-EFF-DATE        PIC 9(8)    VALUE 0.
       01  WS-REASON-TEXT          PIC X(20)   VALUE SPACES.
       01  WS-VALUE-SUB            PIC 9(2)    VALUE 0.
       01  WS-GROUP-SUB            PIC 9(2)    VALUE 0.
       01  WS-GROUP-CHAR           PIC X       VALUE SPACE.

      *    EVERY FEED VERSION, HELD SO EACH MASTER RECORD CAN BE
      *    LOOKED UP AGAINST IT AND THE LEFTOVERS BECOME ADDS
       01  WS-FEED-TABLE.
           05  WS-FT-COUNT         PIC 9(5)    VALUE 0.
           05  WS-FT-MAX           PIC 9(5)    VALUE 2000.
           05  WS-FT-ENTRY         OCCURS 2000 TIMES.
               10  WS-FT-RUN-ID    PIC X(8).
               10  WS-FT-EFF-DATE  PIC 9(8).
               10  WS-FT-VALUES    PIC X(30).
               10  WS-FT-EQ-TYPE   PIC X.
               10  WS-FT-GROUP     PIC X(4).
               10  WS-FT-MATCHED   PIC X.

       01  WS-FT-SUB               PIC 9(5)    VALUE 0.
       01  WS-FT-FOUND             PIC 9(5)    VALUE 0.

      *    THE FEED'S OWN TRANSACTIONS STILL WAITING FOR A CHECKER
       01  WS-PENDING-TABLE.
           05  WS-PT-COUNT         PIC 9(5)    VALUE 0.
           05  WS-PT-MAX           PIC 9(5)    VALUE 2000.
           05  WS-PT-TRANS         PIC X(60)   OCCURS 2000 TIMES.

       01  WS-PT-SUB               PIC 9(5)    VALUE 0.
       01  WS-PT-FOUND             PIC 9(5)    VALUE 0.

       01  WS-NEW-TRANS            PIC X(60)   VALUE SPACES.
       01  WS-GEN-ACTION           PIC X       VALUE SPACE.

       01  WS-CONSUME-CONTROL.
           05  WS-PARMFEED-FILE-NAME PIC X(17)
                                    VALUE 'MLAB-PARMFEED.TXT'.
           05  WS-DELETE-RETURN-CODE PIC S9(9) COMP-5.

      *    THE FEED USER-ID JUDGED AGAINST THE OPERATOR MASTER AND,
      *    IF REFUSED, WRITTEN TO THE SECURITY LOG
       01  WS-AUTH-WORK.
           05  WS-AUTH-CODE        PIC X(8)    VALUE 'PARMFEED'.
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
                                   'UPSTREAM PARAMETER FEED'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  NOTE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  NOTE-LINE-TEXT  PIC X(60).

       01  GENERATED-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  GL-ACTION       PIC X(8).
           05                  PIC X(9)     VALUE 'RUN-ID = '.
           05  GL-RUN-ID       PIC X(8).
           05                  PIC X(7)     VALUE '  EFF: '.
           05  GL-EFF-DATE     PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  GL-NOTE         PIC X(20).

       01  REJECT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(10)    VALUE 'REJECTED: '.
           05  RJ-RUN-ID       PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  RJ-EFF-DATE     PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  RJ-REASON       PIC X(20).

       01  TRAILER-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING

           IF WS-FEED-PRESENT AND NOT WS-RUN-STOPPED
               PERFORM 100-LOAD-FEED
           END-IF

           IF WS-FEED-PRESENT AND NOT WS-RUN-STOPPED
               PERFORM 200-COUNT-MASTER
               PERFORM 300-CHECK-FEED-COUNT
           END-IF

           IF WS-FEED-PRESENT AND NOT WS-RUN-STOPPED
               PERFORM 500-GENERATE-TRANSACTIONS
           END-IF

           PERFORM 900-WRITE-TRAILER
           PERFORM 999-FINAL-ROUTINE
       .

       043-CHECK-OPERATOR-AUTHORITY.
      *    THE OPERATOR MASTER VOUCHES FOR THE USER-ID BEHIND A
      *    PRIVILEGED ACTION -- NO RECORD, A REVOKED RECORD OR A
      *    MISSING AUTHORITY FLAG ALL REFUSE IT.  NO MASTER AT ALL
      *    REFUSES EVERYTHING RATHER THAN TRUSTING EVERYBODY

           MOVE 'N' TO WS-AUTH-SWITCH
           MOVE SPACES TO WS-AUTH-REASON

           IF WS-AUTH-USER = SPACES
               MOVE 'NO USER-ID GIVEN' TO WS-AUTH-REASON
           ELSE
               OPEN INPUT MLAB-OPERMST
               IF NOT WS-OPERMST-OK
                   MOVE 'OPERATOR MASTER MISSING' TO WS-AUTH-REASON
               ELSE
                   MOVE WS-AUTH-USER TO OPR-USER-ID
                   READ MLAB-OPERMST
                   EVALUATE TRUE
                       WHEN NOT WS-OPR-REC-FOUND
                           MOVE 'NOT ON OPERATOR MASTER'
                               TO WS-AUTH-REASON
                       WHEN NOT OPR-ACTIVE
                           MOVE 'OPERATOR REVOKED' TO WS-AUTH-REASON
                       WHEN OPR-AUTH-PARM = 'Y'
                           MOVE 'Y' TO WS-AUTH-SWITCH
                       WHEN OTHER
                           MOVE 'NOT AUTHORIZED FOR CODE'
                               TO WS-AUTH-REASON
                   END-EVALUATE
                   CLOSE MLAB-OPERMST
               END-IF
           END-IF
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
               MOVE 'Lab2ParmFeed' TO SEC-PROGRAM
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
           PERFORM 052-READ-CONTROL-FILE

           OPEN OUTPUT MLAB-FEEDRPT
           IF NOT WS-FEEDRPT-OK
               DISPLAY 'MLAB-FEEDRPT.TXT COULD NOT BE OPENED, STATUS ='
                   WS-FEEDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 057-STAMP-HEADING
           WRITE FEEDRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING

      *    NO FEED FILE IS A MISSED DELIVERY, NOT AN ERROR IN THIS
      *    STEP -- THE MASTER SIMPLY STAYS AS IT IS TONIGHT

           OPEN INPUT MLAB-PARMFEED
           IF WS-PARMFEED-OK
               MOVE 'Y' TO WS-FEED-FILE-SWITCH
           ELSE
               IF WS-PARMFEED-NOT-FOUND
                   MOVE 'NO UPSTREAM FEED DELIVERED TODAY'
                       TO NOTE-LINE-TEXT
                   MOVE NOTE-LINE TO FEEDRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
                   MOVE 2 TO PROPER-SPACING
               ELSE
                   DISPLAY 'MLAB-PARMFEED.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-PARMFEED-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF WS-FEED-PRESENT
               PERFORM 053-CHECK-FEED-USER
           END-IF
       .

       052-READ-CONTROL-FILE.
      *    SAME "DROP A FILE INSTEAD OF RECOMPILING" CONVENTION AS
      *    THE OTHER CONTROL FILES -- EACH FIELD OVERRIDES ITS
      *    DEFAULT ONLY WHEN IT IS USABLE

           OPEN INPUT MLAB-FEEDCTL
           IF WS-FEEDCTL-OK
               READ MLAB-FEEDCTL
                   NOT AT END
                       IF FEEDCTL-SHORT-PCT NUMERIC
                           AND FEEDCTL-SHORT-PCT NOT > '100'
                           MOVE FEEDCTL-SHORT-PCT TO WS-SHORT-PCT
                       END-IF
                       IF FEEDCTL-USER-ID NOT = SPACES
                           MOVE FEEDCTL-USER-ID TO WS-FEED-USER-ID
                       END-IF
               END-READ
               CLOSE MLAB-FEEDCTL
           END-IF
       .

       053-CHECK-FEED-USER.
      *    THE FEED'S TRANSACTIONS ARE KEYED UNDER ITS OWN USER-ID,
      *    AND Lab2ParmMaint REFUSES A KEYER WITHOUT PARM AUTHORITY.
      *    GENERATING A NIGHT'S WORTH OF LINES THAT WOULD ALL BE
      *    REFUSED AFTER A CHECKER HAD APPROVED THEM HELPS NOBODY,
      *    SO THE STEP STOPS HERE AND SAYS WHY

           MOVE SPACES TO NOTE-LINE-TEXT
           STRING 'FEED TRANSACTIONS KEYED AS USER-ID '
                      DELIMITED BY SIZE
                  WS-FEED-USER-ID DELIMITED BY SIZE
               INTO NOTE-LINE-TEXT
           END-STRING
           MOVE NOTE-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE WS-FEED-USER-ID TO WS-AUTH-USER
           MOVE WS-CURRENT-DATE TO WS-AUTH-DETAIL
           PERFORM 043-CHECK-OPERATOR-AUTHORITY

           IF NOT WS-AUTH-GRANTED
               MOVE 'R' TO WS-AUTH-OUTCOME
               PERFORM 044-WRITE-SECURITY-LOG
               MOVE 'Y' TO WS-STOP-SWITCH

               MOVE SPACES TO NOTE-LINE-TEXT
               STRING 'FEED USER-ID REFUSED: ' DELIMITED BY SIZE
                      WS-AUTH-REASON         DELIMITED BY SIZE
                   INTO NOTE-LINE-TEXT
               END-STRING
               MOVE NOTE-LINE TO FEEDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 'NOTHING GENERATED' TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO FEEDRPT-RECORD
               PERFORM 400-WRITE-A-LINE

               DISPLAY 'FEED USER-ID ' WS-FEED-USER-ID
                   ' REFUSED: ' WS-AUTH-REASON
                   ' - NOTHING GENERATED'
               CLOSE MLAB-PARMFEED
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

       100-LOAD-FEED.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 110-LOAD-ONE-FEED-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE MLAB-PARMFEED

      *    ONE UNUSABLE RECORD STOPS THE LOT -- THE VERSION IT
      *    CARRIED WOULD OTHERWISE LOOK ABSENT FROM THE FEED AND BE
      *    GENERATED AS A DELETE

           IF WS-FEED-REJECTED > 0
               MOVE 'Y' TO WS-STOP-SWITCH
               MOVE 2 TO PROPER-SPACING
               MOVE 'FEED HAS REJECTED RECORDS - NOTHING GENERATED'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO FEEDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               DISPLAY 'UPSTREAM FEED HAS ' WS-FEED-REJECTED
                   ' REJECTED RECORDS - NOTHING GENERATED'
           END-IF
       .

       110-LOAD-ONE-FEED-RECORD.
           READ MLAB-PARMFEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FEED-READ
                   MOVE FEED-RAW-RECORD TO WS-FEED-WORK
                   PERFORM 120-VALIDATE-FEED-RECORD
                   IF WS-FEED-REC-PASSED
                       PERFORM 130-STORE-FEED-RECORD
                   END-IF
                   IF NOT WS-FEED-REC-PASSED
                       PERFORM 140-WRITE-REJECT-LINE
                   END-IF
           END-READ
       .

       120-VALIDATE-FEED-RECORD.
      *    THE SAME FIELD EDITS Lab2ParmMaint APPLIES TO A KEYED
      *    TRANSACTION, SO NOTHING GENERATED FROM THE FEED CAN BE
      *    REJECTED THERE FOR ITS CONTENT

           MOVE 'Y' TO WS-FEED-REC-SWITCH
           MOVE SPACES TO WS-REASON-TEXT

           IF FEED-RUN-ID = SPACES
               MOVE 'N' TO WS-FEED-REC-SWITCH
               MOVE 'BLANK RUN-ID' TO WS-REASON-TEXT
           END-IF

           IF WS-FEED-REC-PASSED
               PERFORM 125-VALIDATE-ONE-VALUE
                   VARYING WS-VALUE-SUB FROM 1 BY 1
                   UNTIL WS-VALUE-SUB > 5
           END-IF

           IF WS-FEED-REC-PASSED
               IF FEED-EQ-TYPE = SPACE
                   MOVE '1' TO FEED-EQ-TYPE
               END-IF
               IF FEED-EQ-TYPE NOT = '1'
                   AND FEED-EQ-TYPE NOT = '2'
                   AND FEED-EQ-TYPE NOT = '3'
                   AND FEED-EQ-TYPE NOT = '4'
                   MOVE 'N' TO WS-FEED-REC-SWITCH
                   MOVE 'BAD EQUATION TYPE' TO WS-REASON-TEXT
               END-IF
           END-IF

           IF WS-FEED-REC-PASSED
               IF FEED-EFF-DATE = SPACES
                   MOVE 0 TO WS-FEED-EFF-DATE
               ELSE
                   IF FEED-EFF-DATE NUMERIC
                       MOVE FEED-EFF-DATE TO WS-FEED-EFF-DATE
                   ELSE
                       MOVE 'N' TO WS-FEED-REC-SWITCH
                       MOVE 'BAD EFFECTIVE DATE' TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF

      *    HELD TO THE SAME RULE Lab2ParmMaint APPLIES, SO A BAD
      *    GROUP STOPS THE FEED HERE RATHER THAN BEING REJECTED ONE
      *    APPROVED LINE AT A TIME

           IF WS-FEED-REC-PASSED
               MOVE 'N' TO WS-GROUP-SPACE-SWITCH
               PERFORM 127-VALIDATE-GROUP-CHAR
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > 4
           END-IF
       .

       125-VALIDATE-ONE-VALUE.
           IF FEED-SIGN (WS-VALUE-SUB) NOT = '+'
               AND FEED-SIGN (WS-VALUE-SUB) NOT = '-'
               MOVE 'N' TO WS-FEED-REC-SWITCH
               MOVE 'NON-NUMERIC VALUE' TO WS-REASON-TEXT
           END-IF

           IF FEED-DIGITS (WS-VALUE-SUB) NOT NUMERIC
               MOVE 'N' TO WS-FEED-REC-SWITCH
               MOVE 'NON-NUMERIC VALUE' TO WS-REASON-TEXT
           END-IF
       .

       127-VALIDATE-GROUP-CHAR.
           MOVE FEED-GROUP(WS-GROUP-SUB:1) TO WS-GROUP-CHAR

           EVALUATE TRUE
               WHEN WS-GROUP-CHAR = SPACE
                   MOVE 'Y' TO WS-GROUP-SPACE-SWITCH
               WHEN WS-GROUP-SPACE-SEEN
                   MOVE 'N' TO WS-FEED-REC-SWITCH
                   MOVE 'BAD OWNING GROUP' TO WS-REASON-TEXT
               WHEN WS-GROUP-CHAR >= 'A' AND WS-GROUP-CHAR <= 'Z'
                   CONTINUE
               WHEN WS-GROUP-CHAR >= '0' AND WS-GROUP-CHAR <= '9'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-FEED-REC-SWITCH
                   MOVE 'BAD OWNING GROUP' TO WS-REASON-TEXT
           END-EVALUATE
       .

       130-STORE-FEED-RECORD.
      *    A VERSION SENT TWICE IS AMBIGUOUS -- WHICH VALUES DID
      *    UPSTREAM MEAN? -- SO IT IS REJECTED, WHICH STOPS THE RUN

           MOVE 0 TO WS-FT-FOUND
           PERFORM 135-MATCH-ONE-FEED-ENTRY
               VARYING WS-FT-SUB FROM 1 BY 1
               UNTIL WS-FT-SUB > WS-FT-COUNT OR WS-FT-FOUND > 0

           EVALUATE TRUE
               WHEN WS-FT-FOUND > 0
                   MOVE 'N' TO WS-FEED-REC-SWITCH
                   MOVE 'DUPLICATE IN FEED' TO WS-REASON-TEXT
               WHEN WS-FT-COUNT NOT < WS-FT-MAX
                   MOVE 'N' TO WS-FEED-REC-SWITCH
                   MOVE 'FEED TABLE FULL' TO WS-REASON-TEXT
               WHEN OTHER
                   ADD 1 TO WS-FT-COUNT
                   MOVE FEED-RUN-ID TO WS-FT-RUN-ID (WS-FT-COUNT)
                   MOVE WS-FEED-EFF-DATE
                       TO WS-FT-EFF-DATE (WS-FT-COUNT)
                   MOVE FEED-VALUES TO WS-FT-VALUES (WS-FT-COUNT)
                   MOVE FEED-EQ-TYPE TO WS-FT-EQ-TYPE (WS-FT-COUNT)
                   MOVE FEED-GROUP TO WS-FT-GROUP (WS-FT-COUNT)
                   MOVE 'N' TO WS-FT-MATCHED (WS-FT-COUNT)
           END-EVALUATE
       .

       135-MATCH-ONE-FEED-ENTRY.
           IF WS-FT-RUN-ID (WS-FT-SUB) = FEED-RUN-ID
               AND WS-FT-EFF-DATE (WS-FT-SUB) = WS-FEED-EFF-DATE
               MOVE WS-FT-SUB TO WS-FT-FOUND
           END-IF
       .

       140-WRITE-REJECT-LINE.
           ADD 1 TO WS-FEED-REJECTED
           MOVE FEED-RUN-ID TO RJ-RUN-ID
           MOVE FEED-EFF-DATE TO RJ-EFF-DATE
           MOVE WS-REASON-TEXT TO RJ-REASON
           MOVE REJECT-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .

       200-COUNT-MASTER.
           OPEN INPUT MLAB-PARMMST
           IF NOT WS-PARMMST-OK
               DISPLAY 'MLAB-PARMMST.DAT COULD NOT BE OPENED, STATUS ='
                   WS-PARMMST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 210-COUNT-ONE-MASTER-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE MLAB-PARMMST
       .

       210-COUNT-ONE-MASTER-RECORD.
           READ MLAB-PARMMST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
           END-READ
       .

       300-CHECK-FEED-COUNT.
      *    A FEED MORE THAN THE ALLOWED PERCENTAGE SHORT OF THE
      *    MASTER IS TREATED AS TRUNCATED IN TRANSIT, NOT AS A MASS
      *    DELETE -- A GENUINE CLEAR-OUT THAT BIG IS KEYED BY HAND
      *    OR PUT THROUGH WITH A WIDER SHORTFALL ON THE CONTROL FILE

           MOVE SPACES TO NOTE-LINE-TEXT
           STRING 'FEED '                DELIMITED BY SIZE
                  WS-FT-COUNT            DELIMITED BY SIZE
                  ' VERSIONS, MASTER '   DELIMITED BY SIZE
                  WS-MASTER-COUNT        DELIMITED BY SIZE
                  ', SHORTFALL ALLOWED ' DELIMITED BY SIZE
                  WS-SHORT-PCT           DELIMITED BY SIZE
                  '%'                    DELIMITED BY SIZE
               INTO NOTE-LINE-TEXT
           END-STRING
           MOVE NOTE-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           COMPUTE WS-KEEP-PCT = 100 - WS-SHORT-PCT
           COMPUTE WS-FEED-SCALED = WS-FT-COUNT * 100
           COMPUTE WS-FLOOR-SCALED = WS-MASTER-COUNT * WS-KEEP-PCT

           IF WS-FEED-SCALED < WS-FLOOR-SCALED
               MOVE 'Y' TO WS-STOP-SWITCH
               MOVE 'FEED IS SHORT OF THE MASTER BY MORE THAN THE'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO FEEDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
               MOVE 'ALLOWED SHORTFALL - TAKEN AS TRUNCATED'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO FEEDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 'NOTHING GENERATED' TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO FEEDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
               DISPLAY 'UPSTREAM FEED HAS ' WS-FT-COUNT
                   ' VERSIONS AGAINST ' WS-MASTER-COUNT
                   ' ON THE MASTER - TAKEN AS TRUNCATED, NOTHING '
                   'GENERATED'
           END-IF
       .

       400-WRITE-A-LINE.

           WRITE FEEDRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       500-GENERATE-TRANSACTIONS.
           PERFORM 510-LOAD-PENDING-FEED-ITEMS

      *    APPENDED, NOT REPLACED -- TONIGHT'S HAND-KEYED LINES MAY
      *    ALREADY BE WAITING IN THE DROP FOR Lab2MntApprove

           OPEN EXTEND MLAB-PARMTRN
           IF WS-PARMTRN-NOT-FOUND
               OPEN OUTPUT MLAB-PARMTRN
           END-IF
           IF NOT WS-PARMTRN-OK
               DISPLAY 'MLAB-PARMTRN.TXT COULD NOT BE OPENED, STATUS ='
                   WS-PARMTRN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MLAB-PARMMST
           IF NOT WS-PARMMST-OK
               DISPLAY 'MLAB-PARMMST.DAT COULD NOT BE REOPENED, '
                   'STATUS = ' WS-PARMMST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 520-COMPARE-ONE-MASTER-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE MLAB-PARMMST

      *    WHATEVER THE MASTER NEVER MATCHED IS NEW UPSTREAM

           PERFORM 540-ADD-ONE-UNMATCHED-VERSION
               VARYING WS-FT-SUB FROM 1 BY 1
               UNTIL WS-FT-SUB > WS-FT-COUNT

           CLOSE MLAB-PARMTRN
           MOVE 'Y' TO WS-GENERATED-SWITCH
       .

       510-LOAD-PENDING-FEED-ITEMS.
      *    NO PENDING FILE JUST MEANS NOTHING IS WAITING

           OPEN INPUT MLAB-PENDING
           IF WS-PENDING-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 515-LOAD-ONE-PENDING-ITEM
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-PENDING
           END-IF
       .

       515-LOAD-ONE-PENDING-ITEM.
           READ MLAB-PENDING
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF PND-MASTER = 'P'
                       AND PND-KEYER = WS-FEED-USER-ID
                       IF WS-PT-COUNT < WS-PT-MAX
                           ADD 1 TO WS-PT-COUNT
                           MOVE PND-TRANS TO WS-PT-TRANS (WS-PT-COUNT)
                       ELSE
                           DISPLAY 'WARNING: PENDING TABLE FULL, '
                               'FEED ITEM MAY BE QUEUED TWICE'
                       END-IF
                   END-IF
           END-READ
       .

       520-COMPARE-ONE-MASTER-RECORD.
           READ MLAB-PARMMST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 525-FIND-MASTER-IN-FEED
                   IF WS-FT-FOUND = 0
                       PERFORM 530-BUILD-DELETE
                   ELSE
                       MOVE 'Y' TO WS-FT-MATCHED (WS-FT-FOUND)
                       IF MST-VALUES = WS-FT-VALUES (WS-FT-FOUND)
                           AND MST-EQ-TYPE
                               = WS-FT-EQ-TYPE (WS-FT-FOUND)
                           AND (WS-FT-GROUP (WS-FT-FOUND) = SPACES
                               OR WS-FT-GROUP (WS-FT-FOUND)
                                   = MST-GROUP)
                           ADD 1 TO WS-UNCHANGED
                       ELSE
                           MOVE WS-FT-FOUND TO WS-FT-SUB
                           MOVE 'C' TO WS-GEN-ACTION
                           PERFORM 535-BUILD-FROM-FEED
                       END-IF
                   END-IF
           END-READ
       .

       525-FIND-MASTER-IN-FEED.
           MOVE 0 TO WS-FT-FOUND
           PERFORM 527-MATCH-MASTER-ENTRY
               VARYING WS-FT-SUB FROM 1 BY 1
               UNTIL WS-FT-SUB > WS-FT-COUNT OR WS-FT-FOUND > 0
       .

       527-MATCH-MASTER-ENTRY.
           IF WS-FT-RUN-ID (WS-FT-SUB) = MST-RUN-ID
               AND WS-FT-EFF-DATE (WS-FT-SUB) = MST-EFF-DATE
               MOVE WS-FT-SUB TO WS-FT-FOUND
           END-IF
       .

       530-BUILD-DELETE.
      *    A DELETE CARRIES ONLY THE KEY, THE WAY ONE IS KEYED

           MOVE SPACES TO PTR-RECORD
           MOVE 'D' TO PTR-ACTION
           MOVE MST-RUN-ID TO PTR-RUN-ID
           IF MST-EFF-DATE NOT = 0
               MOVE MST-EFF-DATE TO PTR-EFF-DATE
           END-IF
           MOVE WS-FEED-USER-ID TO PTR-USER-ID
           PERFORM 550-EMIT-TRANSACTION
       .

       535-BUILD-FROM-FEED.
      *    ADDS AND CHANGES CARRY THE FEED'S VALUES, EQUATION TYPE
      *    AND GROUP.  THE BASE VERSION IS WRITTEN WITH A BLANK
      *    DATE, THE SAME AS A KEYER WOULD

           MOVE SPACES TO PTR-RECORD
           MOVE WS-GEN-ACTION TO PTR-ACTION
           MOVE WS-FT-RUN-ID (WS-FT-SUB) TO PTR-RUN-ID
           MOVE WS-FT-VALUES (WS-FT-SUB) TO PTR-VALUES
           MOVE WS-FT-EQ-TYPE (WS-FT-SUB) TO PTR-EQ-TYPE
           MOVE WS-FT-GROUP (WS-FT-SUB) TO PTR-GROUP
           IF WS-FT-EFF-DATE (WS-FT-SUB) NOT = 0
               MOVE WS-FT-EFF-DATE (WS-FT-SUB) TO PTR-EFF-DATE
           END-IF
           MOVE WS-FEED-USER-ID TO PTR-USER-ID
           PERFORM 550-EMIT-TRANSACTION
       .

       540-ADD-ONE-UNMATCHED-VERSION.
           IF WS-FT-MATCHED (WS-FT-SUB) = 'N'
               MOVE 'A' TO WS-GEN-ACTION
               PERFORM 535-BUILD-FROM-FEED
           END-IF
       .

       550-EMIT-TRANSACTION.
      *    THE SAME LINE STILL WAITING FROM AN EARLIER FEED WILL
      *    MAKE THE CHANGE ONCE IT IS APPROVED -- QUEUEING IT AGAIN
      *    WOULD ONLY GIVE THE CHECKER TWO OF THEM

           MOVE PTR-RECORD TO WS-NEW-TRANS
           MOVE 0 TO WS-PT-FOUND
           PERFORM 555-MATCH-ONE-PENDING-ITEM
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT OR WS-PT-FOUND > 0

           EVALUATE PTR-ACTION
               WHEN 'A'
                   MOVE 'ADD     ' TO GL-ACTION
               WHEN 'C'
                   MOVE 'CHANGE  ' TO GL-ACTION
               WHEN 'D'
                   MOVE 'DELETE  ' TO GL-ACTION
           END-EVALUATE
           MOVE PTR-RUN-ID TO GL-RUN-ID
           MOVE PTR-EFF-DATE TO GL-EFF-DATE

           IF WS-PT-FOUND > 0
               ADD 1 TO WS-ALREADY-PENDING
               MOVE 'ALREADY PENDING' TO GL-NOTE
           ELSE
               WRITE PTR-RECORD
               MOVE SPACES TO GL-NOTE
               EVALUATE PTR-ACTION
                   WHEN 'A'
                       ADD 1 TO WS-ADDS-GENERATED
                   WHEN 'C'
                       ADD 1 TO WS-CHANGES-GENERATED
                   WHEN 'D'
                       ADD 1 TO WS-DELETES-GENERATED
               END-EVALUATE
           END-IF

           MOVE GENERATED-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .

       555-MATCH-ONE-PENDING-ITEM.
           IF WS-PT-TRANS (WS-PT-SUB) = WS-NEW-TRANS
               MOVE WS-PT-SUB TO WS-PT-FOUND
           END-IF
       .

       900-WRITE-TRAILER.
      *    COUNTS SO THE CHECKER CAN TIE THE APPROVAL REGISTER BACK
      *    TO WHAT THE FEED ASKED FOR

           WRITE FEEDRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING

           MOVE 'FEED RECORDS READ =   ' TO TR-MESSAGE
           MOVE WS-FEED-READ TO TR-COUNT
           MOVE TRAILER-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'FEED REJECTS =        ' TO TR-MESSAGE
           MOVE WS-FEED-REJECTED TO TR-COUNT
           MOVE TRAILER-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'MASTER VERSIONS =     ' TO TR-MESSAGE
           MOVE WS-MASTER-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ADDS GENERATED =      ' TO TR-MESSAGE
           MOVE WS-ADDS-GENERATED TO TR-COUNT
           MOVE TRAILER-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'CHANGES GENERATED =   ' TO TR-MESSAGE
           MOVE WS-CHANGES-GENERATED TO TR-COUNT
           MOVE TRAILER-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'DELETES GENERATED =   ' TO TR-MESSAGE
           MOVE WS-DELETES-GENERATED TO TR-COUNT
           MOVE TRAILER-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ALREADY PENDING =     ' TO TR-MESSAGE
           MOVE WS-ALREADY-PENDING TO TR-COUNT
           MOVE TRAILER-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'UNCHANGED =           ' TO TR-MESSAGE
           MOVE WS-UNCHANGED TO TR-COUNT
           MOVE TRAILER-LINE TO FEEDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       999-FINAL-ROUTINE.
           CLOSE MLAB-FEEDRPT

      *    A FULL REFRESH LEFT ON DISK WOULD BE COMPARED AGAIN
      *    TOMORROW IF UPSTREAM MISSED A DELIVERY, QUIETLY UNDOING
      *    ANY CHANGE MADE SINCE -- SO ONCE IT HAS BEEN TURNED INTO
      *    TRANSACTIONS IT IS DELETED.  A STOPPED FEED STAYS FOR
      *    INVESTIGATION

           IF WS-FEED-GENERATED
               CALL 'CBL_DELETE_FILE' USING WS-PARMFEED-FILE-NAME
                   RETURNING WS-DELETE-RETURN-CODE
               END-CALL

               IF WS-DELETE-RETURN-CODE NOT = 0
                   DISPLAY 'WARNING: FEED FILE DELETE FAILED, RC = '
                       WS-DELETE-RETURN-CODE
                       ' - REMOVE MLAB-PARMFEED.TXT BY HAND'
               END-IF
           END-IF

      *    SET A JOB-LEVEL RETURN CODE SO THE JOB STREAM CAN TELL,
      *    WITHOUT READING THE REGISTER, WHETHER THE FEED WAS TAKEN
           EVALUATE TRUE
               WHEN WS-RUN-STOPPED
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-FEED-PRESENT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK
       .
