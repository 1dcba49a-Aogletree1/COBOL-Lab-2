       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2MntApprove.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    MAKER-CHECKER STAGE IN FRONT OF Lab2ParmMaint AND
      *    Lab2TolMaint.  A TRANSACTION KEYED INTO MLAB-PARMTRN.TXT
      *    OR MLAB-TOLTRN.TXT NO LONGER GOES STRAIGHT ONTO A MASTER:
      *    THIS STEP MOVES IT ONTO THE PENDING FILE UNDER A PENDING
      *    BATCH AND ITEM NUMBER WITH THE KEYER'S USER-ID, AND IT
      *    WAITS THERE UNTIL A SECOND USER-ID APPROVES OR DECLINES
      *    IT THROUGH THE APPROVAL DROP.  ONLY APPROVED ITEMS ARE
      *    RELEASED TO THE MAINTENANCE PROGRAMS, EACH CARRYING ITS
      *    APPROVER'S USER-ID SO THE JOURNAL AND REGISTERS SHOW BOTH
      *    THE KEYER AND THE CHECKER.  NOBODY CAN APPROVE OR DECLINE
      *    AN ITEM THEY KEYED THEMSELVES, AND THE CHECKER MUST BE AN
      *    ACTIVE OPERATOR ON MLAB-OPERMST.DAT HOLDING PARM AUTHORITY
      *    FOR A PARAMETER ITEM OR TOL AUTHORITY FOR A TOLERANCE
      *    ITEM -- A DECISION BY ANYONE ELSE IS REFUSED AND WRITTEN
      *    TO THE SECURITY LOG MLAB-SECLOG.DAT.
      *******
      * ORDER OF WORK
      *    1. LOAD THE ITEMS ALREADY WAITING ON MLAB-PENDING.DAT
      *    2. APPLY THE APPROVAL DROP AGAINST THEM
      *    3. STAGE TONIGHT'S KEYED DROPS AS NEW PENDING BATCHES --
      *       AFTER THE DECISIONS, SO NOTHING IS APPROVED BEFORE ITS
      *       BATCH AND ITEM NUMBERS HAVE BEEN PRINTED FOR A CHECKER
      *    4. OPEN THE RELEASE FILES, THEN REWRITE THE PENDING FILE
      *       WITH WHAT IS STILL WAITING AND LIST IT WITH ITS AGE
      *    5. ONLY THEN APPEND THE APPROVED ITEMS TO THE RELEASE
      *       FILES -- A RERUN AFTER A FAILED REWRITE FINDS THEM
      *       STILL WAITING AND NOTHING YET RELEASED, SO NO ITEM
      *       CAN BE RELEASED TWICE
      *******
      * APPROVAL DROP (MLAB-APPROVE.TXT, ONE LINE PER DECISION)
      *    COL   1      DECISION: A = APPROVE, D = DECLINE
      *    COLS  2- 6   PENDING BATCH NUMBER
      *    COLS  7-11   PENDING ITEM NUMBER, BLANK OR ZERO FOR EVERY
      *                 ITEM STILL WAITING IN THE BATCH
      *    COLS 12-19   THE CHECKER'S USER-ID
      *    A WHOLE-BATCH LINE STILL REFUSES, ITEM BY ITEM, ANYTHING
      *    THE CHECKER KEYED -- THE REST OF THE BATCH IS DECIDED
      *******
      * PENDING FILE (MLAB-PENDING.DAT, 93 BYTES)
      *    PENDING BATCH 9(5), ITEM 9(5), MASTER P = PARAMETER OR
      *    T = TOLERANCE, DATE AND TIME STAGED, KEYER'S USER-ID,
      *    THEN THE KEYED TRANSACTION AS KEYED (60 BYTES, THE
      *    TOLERANCE LAYOUT USING THE FIRST 32).  ITEMS STAGED
      *    BEFORE THE PARAMETER LINE CARRIED ITS OWNING GROUP IN
      *    COLS 57-60 READ BACK WITH THAT GROUP BLANK
      *******
      * OUTPUTS
      *    MLAB-PARMAPR.TXT - APPROVED PARAMETER TRANSACTIONS FOR
      *                       Lab2ParmMaint: THE MLAB-PARMTRN.TXT
      *                       LAYOUT PLUS THE APPROVER'S USER-ID IN
      *                       COLS 61-68
      *    MLAB-TOLAPR.TXT  - APPROVED TOLERANCE TRANSACTIONS FOR
      *                       Lab2TolMaint: THE MLAB-TOLTRN.TXT
      *                       LAYOUT PLUS THE APPROVER'S USER-ID IN
      *                       COLS 33-40
      *    MLAB-PNDRPT.TXT  - APPROVAL REGISTER: EVERY DECISION,
      *                       EVERY ITEM STAGED, AND EVERY ITEM STILL
      *                       WAITING WITH THE DAYS IT HAS WAITED
      *    MLAB-PNDSEQ.DAT  - THE LAST PENDING BATCH NUMBER
      *    THE RELEASE FILES ARE APPENDED TO, SO APPROVALS FROM A
      *    NIGHT WHOSE MAINTENANCE STEP DID NOT RUN ARE NOT LOST
      *******
      * RETURN CODE
      *    0  = EVERY DECISION TAKEN AND EVERY KEYED LINE STAGED
      *    4  = A DECISION WAS REFUSED (OWN CHANGE, ALREADY DECIDED,
      *         APPROVER NOT AUTHORIZED) OR AN APPROVAL LINE OR
      *         KEYED LINE WAS REJECTED
      *    16 = A FILE COULD NOT BE OPENED, INCLUDING THE OPERATOR
      *         MASTER ON A NIGHT WITH AN APPROVAL DROP -- THE DROP
      *         STAYS ON DISK FOR THE RESUBMISSION
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MLAB-PENDING
               ASSIGN TO DISK "MLAB-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT MLAB-APPROVE
               ASSIGN TO DISK "MLAB-APPROVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVE-STATUS.

           SELECT MLAB-PARMTRN
               ASSIGN TO DISK "MLAB-PARMTRN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMTRN-STATUS.

           SELECT MLAB-TOLTRN
               ASSIGN TO DISK "MLAB-TOLTRN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLTRN-STATUS.

           SELECT MLAB-PARMAPR
               ASSIGN TO DISK "MLAB-PARMAPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMAPR-STATUS.

           SELECT MLAB-TOLAPR
               ASSIGN TO DISK "MLAB-TOLAPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLAPR-STATUS.

           SELECT MLAB-PNDSEQ
               ASSIGN TO DISK "MLAB-PNDSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDSEQ-STATUS.

           SELECT MLAB-PNDRPT
               ASSIGN TO PRINTER "MLAB-PNDRPT.TXT"
               FILE STATUS IS WS-PNDRPT-STATUS.

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
      *    ONE RECORD PER ITEM WAITING FOR A CHECKER.  DECIDED ITEMS
      *    COME OFF THE FILE -- THE APPROVAL REGISTER AND THE
      *    MAINTENANCE JOURNAL ARE THEIR PERMANENT RECORD
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
      *    THE DROPS ARE HAND-KEYED, SO EACH IS READ INTO AN
      *    OVERSIZED BUFFER THE SAME WAY THE MAINTENANCE PROGRAMS
      *    READ THEIR TRANSACTIONS
       FD  MLAB-APPROVE
           RECORD CONTAINS 80 CHARACTERS.
       01  APR-RAW-RECORD      PIC X(80).
      *
       FD  MLAB-PARMTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  PARMTRN-RAW-RECORD  PIC X(80).
      *
       FD  MLAB-TOLTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  TOLTRN-RAW-RECORD   PIC X(80).
      *
       FD  MLAB-PARMAPR
           RECORD CONTAINS 68 CHARACTERS.
       01  PARMAPR-RECORD.
           05  PARMAPR-TRANS       PIC X(60).
           05  PARMAPR-APPROVER    PIC X(8).
      *
       FD  MLAB-TOLAPR
           RECORD CONTAINS 40 CHARACTERS.
       01  TOLAPR-RECORD.
           05  TOLAPR-TRANS        PIC X(32).
           05  TOLAPR-APPROVER     PIC X(8).
      *
       FD  MLAB-PNDSEQ
           RECORD CONTAINS 5 CHARACTERS.
       01  PNDSEQ-RECORD.
           05  PNDSEQ-COUNT        PIC 9(5).
      *
       FD  MLAB-PNDRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  PNDRPT-RECORD       PIC X(80).
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
      *    READ ONLY HERE, TO VOUCH FOR EACH DECISION'S CHECKER
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
           05  WS-PENDING-STATUS   PIC XX      VALUE SPACES.
               88  WS-PENDING-OK           VALUE '00'.
               88  WS-PENDING-NOT-FOUND    VALUE '35'.
           05  WS-APPROVE-STATUS   PIC XX      VALUE SPACES.
               88  WS-APPROVE-OK           VALUE '00'.
               88  WS-APPROVE-NOT-FOUND    VALUE '35'.
           05  WS-PARMTRN-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMTRN-OK           VALUE '00'.
               88  WS-PARMTRN-NOT-FOUND    VALUE '35'.
           05  WS-TOLTRN-STATUS    PIC XX      VALUE SPACES.
               88  WS-TOLTRN-OK            VALUE '00'.
               88  WS-TOLTRN-NOT-FOUND     VALUE '35'.
           05  WS-PARMAPR-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMAPR-OK           VALUE '00'.
               88  WS-PARMAPR-NOT-FOUND    VALUE '35'.
           05  WS-TOLAPR-STATUS    PIC XX      VALUE SPACES.
               88  WS-TOLAPR-OK            VALUE '00'.
               88  WS-TOLAPR-NOT-FOUND     VALUE '35'.
           05  WS-PNDSEQ-STATUS    PIC XX      VALUE SPACES.
               88  WS-PNDSEQ-OK            VALUE '00'.
           05  WS-PNDRPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-PNDRPT-OK            VALUE '00'.
           05  WS-OPERMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-OPERMST-OK           VALUE '00'.
               88  WS-OPR-REC-FOUND        VALUE '00'.
           05  WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECLOG-OK            VALUE '00'.
               88  WS-SECLOG-NOT-FOUND     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-PND-EOF-SWITCH   PIC X       VALUE 'N'.
               88  WS-END-OF-PENDING       VALUE 'Y'.
           05  WS-APR-EOF-SWITCH   PIC X       VALUE 'N'.
               88  WS-END-OF-APPROVALS     VALUE 'Y'.
           05  WS-KEYED-EOF-SWITCH PIC X       VALUE 'N'.
               88  WS-END-OF-KEYED         VALUE 'Y'.
           05  WS-APR-FILE-SWITCH  PIC X       VALUE 'N'.
               88  WS-APR-FILE-PRESENT     VALUE 'Y'.
           05  WS-PARMTRN-FILE-SWITCH PIC X    VALUE 'N'.
               88  WS-PARMTRN-FILE-PRESENT VALUE 'Y'.
           05  WS-TOLTRN-FILE-SWITCH PIC X     VALUE 'N'.
               88  WS-TOLTRN-FILE-PRESENT  VALUE 'Y'.
           05  WS-APR-LINE-SWITCH  PIC X       VALUE 'Y'.
               88  WS-APR-LINE-PASSED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PENDING-AT-START PIC 9(5)    VALUE 0.
           05  WS-APR-LINES-READ   PIC 9(5)    VALUE 0.
           05  WS-APR-LINES-REJECTED PIC 9(5)  VALUE 0.
           05  WS-ITEMS-APPROVED   PIC 9(5)    VALUE 0.
           05  WS-ITEMS-DECLINED   PIC 9(5)    VALUE 0.
           05  WS-ITEMS-REFUSED    PIC 9(5)    VALUE 0.
           05  WS-PARM-APPROVED    PIC 9(5)    VALUE 0.
           05  WS-TOL-APPROVED     PIC 9(5)    VALUE 0.
           05  WS-PARM-RELEASED    PIC 9(5)    VALUE 0.
           05  WS-TOL-RELEASED     PIC 9(5)    VALUE 0.
           05  WS-PARM-STAGED      PIC 9(5)    VALUE 0.
           05  WS-TOL-STAGED       PIC 9(5)    VALUE 0.
           05  WS-KEYED-REJECTED   PIC 9(5)    VALUE 0.
           05  WS-STILL-WAITING    PIC 9(5)    VALUE 0.
           05  WS-ITEMS-MATCHED    PIC 9(5)    VALUE 0.
           05  WS-OLDEST-WAIT      PIC 9(5)    VALUE 0.

       01  WS-EDIT-WORK.
           05  WS-REASON-TEXT      PIC X(20)   VALUE SPACES.
           05  WS-WAIT-DAYS        PIC 9(5)    VALUE 0.

      *    THE FIRST 19 RAW POSITIONS OF AN APPROVAL LINE RESHAPED
      *    AS THE DECISION LAYOUT
       01  WS-APR-WORK.
           05  APR-DECISION        PIC X.
               88  APR-APPROVE             VALUE 'A'.
               88  APR-DECLINE             VALUE 'D'.
           05  APR-BATCH           PIC X(5).
           05  APR-ITEM            PIC X(5).
           05  APR-USER-ID         PIC X(8).

      *    WHAT GOES ON THE SECURITY LOG WHEN A CHECKER IS REFUSED
       01  WS-AUTH-WORK.
           05  WS-AUTH-CODE        PIC X(8)    VALUE SPACES.
           05  WS-AUTH-USER        PIC X(8)    VALUE SPACES.
           05  WS-AUTH-OUTCOME     PIC X       VALUE 'R'.
           05  WS-AUTH-REASON      PIC X(24)   VALUE SPACES.
           05  WS-AUTH-DETAIL      PIC X(8)    VALUE SPACES.
           05  WS-AUTH-TIME        PIC 9(8)    VALUE 0.

       01  WS-APR-BATCH            PIC 9(5)    VALUE 0.
       01  WS-APR-ITEM             PIC 9(5)    VALUE 0.

      *    THE KEYED LINE BEING STAGED, WHICHEVER DROP IT CAME FROM
       01  WS-KEYED-WORK.
           05  WS-KEYED-LINE       PIC X(60)   VALUE SPACES.
           05  WS-KEYED-KEYER      PIC X(8)    VALUE SPACES.
           05  WS-KEYED-MASTER     PIC X       VALUE SPACE.
           05  WS-PENDING-BATCH    PIC 9(5)    VALUE 0.
           05  WS-BATCH-ITEMS      PIC 9(5)    VALUE 0.

       01  WS-CONSUME-CONTROL.
           05  WS-APPROVE-FILE-NAME PIC X(16)
                                    VALUE 'MLAB-APPROVE.TXT'.
           05  WS-PARMTRN-FILE-NAME PIC X(16)
                                    VALUE 'MLAB-PARMTRN.TXT'.
           05  WS-TOLTRN-FILE-NAME PIC X(15)
                                    VALUE 'MLAB-TOLTRN.TXT'.
           05  WS-DELETE-RETURN-CODE PIC S9(9) COMP-5.

      *    EVERY PENDING ITEM, OLD AND NEWLY STAGED, WITH THE
      *    DECISION TAKEN ON IT THIS RUN (SPACE = STILL WAITING)
       01  WS-PENDING-TABLE.
           05  WS-PT-COUNT         PIC 9(5)    VALUE 0.
           05  WS-PT-MAX           PIC 9(5)    VALUE 2000.
           05  WS-PT-ENTRY         OCCURS 2000 TIMES.
               10  WS-PT-RECORD.
                   15  WS-PT-BATCH     PIC 9(5).
                   15  WS-PT-ITEM      PIC 9(5).
                   15  WS-PT-MASTER    PIC X.
                   15  WS-PT-KEY-DATE  PIC 9(8).
                   15  WS-PT-KEY-TIME  PIC 9(6).
                   15  WS-PT-KEYER     PIC X(8).
                   15  WS-PT-TRANS     PIC X(60).
               10  WS-PT-DECISION      PIC X.
               10  WS-PT-APPROVER      PIC X(8).

       01  WS-PT-SUB               PIC 9(5)    VALUE 0.

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

       01  WS-KEY-DATE-WORK            PIC 9(8).
       01  WS-KEY-DATE-R REDEFINES WS-KEY-DATE-WORK.
           05  WS-KD-YYYY              PIC 9(4).
           05  WS-KD-MM                PIC 9(2).
           05  WS-KD-DD                PIC 9(2).
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9      VALUE 1.
      *
      ********************OUTPUT AREA***************************

       01  HEADING-LINE.
           05                  PIC X(10)   VALUE SPACE.
           05                  PIC X(30)   VALUE
                                   'MAINTENANCE APPROVAL REGISTER'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  SECTION-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  SL-TITLE        PIC X(40).

       01  NOTE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  NOTE-LINE-TEXT  PIC X(60).

       01  DECISION-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  DL-VERB         PIC X(9).
           05                  PIC X(5)     VALUE 'ITEM '.
           05  DL-BATCH        PIC 9(5).
           05                  PIC X(1)     VALUE '-'.
           05  DL-ITEM         PIC 9(5).
           05                  PIC X(1)     VALUE SPACE.
           05  DL-MASTER       PIC X(4).
           05                  PIC X(1)     VALUE SPACE.
           05  DL-ACTION       PIC X.
           05                  PIC X(1)     VALUE SPACE.
           05  DL-RUN-ID       PIC X(8).
           05                  PIC X(4)     VALUE ' BY '.
           05  DL-KEYER        PIC X(8).
           05  DL-CHK-CAPTION  PIC X(5).
           05  DL-CHECKER      PIC X(8).

       01  REJECT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(9)     VALUE 'REJECT:  '.
           05  RJ-LINE         PIC X(19).
           05                  PIC X(2)     VALUE SPACE.
           05  RJ-REASON       PIC X(20).

       01  WAIT-HEADING-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(13)    VALUE 'ITEM'.
           05                  PIC X(6)     VALUE 'FILE'.
           05                  PIC X(2)     VALUE 'A'.
           05                  PIC X(10)    VALUE 'RUN-ID'.
           05                  PIC X(10)    VALUE 'KEYED BY'.
           05                  PIC X(10)    VALUE 'KEYED ON'.
           05                  PIC X(9)     VALUE '     DAYS'.

       01  WAIT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  WL-BATCH        PIC 9(5).
           05                  PIC X(1)     VALUE '-'.
           05  WL-ITEM         PIC 9(5).
           05                  PIC X(2)     VALUE SPACE.
           05  WL-MASTER       PIC X(4).
           05                  PIC X(2)     VALUE SPACE.
           05  WL-ACTION       PIC X.
           05                  PIC X(1)     VALUE SPACE.
           05  WL-RUN-ID       PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  WL-KEYER        PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  WL-KEY-DATE     PIC X(10).
           05                  PIC X(4)     VALUE SPACE.
           05  WL-DAYS         PIC ZZZZ9.

       01  TRAILER-HEADING-LINE.
           05                  PIC X(10)   VALUE SPACE.
           05                  PIC X(23)   VALUE
                                   'APPROVAL CONTROL TOTALS'.

       01  TRAILER-LINE.
           05                  PIC X(10)    VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           PERFORM 080-APPLY-APPROVAL-LINE
               UNTIL WS-END-OF-APPROVALS
           PERFORM 200-STAGE-KEYED-DROPS
           PERFORM 300-OPEN-RELEASE-FILES
           PERFORM 350-REWRITE-PENDING-FILE
           PERFORM 370-RELEASE-APPROVED-ITEMS
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
               MOVE 'Lab2MntApprove' TO SEC-PROGRAM
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

           OPEN OUTPUT MLAB-PNDRPT
           IF NOT WS-PNDRPT-OK
               DISPLAY 'MLAB-PNDRPT.TXT COULD NOT BE OPENED, STATUS = '
                   WS-PNDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 057-STAMP-HEADING
           WRITE PNDRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING

           PERFORM 052-LOAD-PENDING-FILE

           MOVE 'DECISIONS' TO SL-TITLE
           MOVE SECTION-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

      *    MOST NIGHTS NOBODY SIGNS ANYTHING OFF, SO A MISSING
      *    APPROVAL DROP IS NOTED ON THE REGISTER AND IS NOT A
      *    FAILURE.  ANY OTHER OPEN FAILURE IS FATAL

           OPEN INPUT MLAB-APPROVE
           IF WS-APPROVE-OK
               MOVE 'Y' TO WS-APR-FILE-SWITCH
               PERFORM 053-OPEN-OPERATOR-MASTER
               PERFORM 060-READ-APPROVAL-LINE
           ELSE
               IF WS-APPROVE-NOT-FOUND
                   MOVE 'Y' TO WS-APR-EOF-SWITCH
                   MOVE SPACES TO NOTE-LINE-TEXT
                   MOVE 'NO APPROVAL FILE - NOTHING DECIDED'
                       TO NOTE-LINE-TEXT
                   MOVE NOTE-LINE TO PNDRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
               ELSE
                   DISPLAY 'MLAB-APPROVE.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-APPROVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       .

       052-LOAD-PENDING-FILE.
      *    STATUS 35 IS THE FIRST RUN OR A NIGHT WITH NOTHING
      *    WAITING -- AN EMPTY TABLE.  A PENDING FILE THAT IS
      *    THERE BUT CANNOT BE READ IS FATAL: REWRITING IT LATER
      *    WOULD LOSE EVERY ITEM WAITING FOR A CHECKER

           OPEN INPUT MLAB-PENDING
           IF WS-PENDING-OK
               PERFORM 062-READ-PENDING-ITEM
               PERFORM 070-LOAD-PENDING-ITEM
                   UNTIL WS-END-OF-PENDING
               CLOSE MLAB-PENDING
           ELSE
               IF NOT WS-PENDING-NOT-FOUND
                   DISPLAY 'MLAB-PENDING.DAT COULD NOT BE OPENED, '
                       'STATUS = ' WS-PENDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE WS-PT-COUNT TO WS-PENDING-AT-START
       .

       053-OPEN-OPERATOR-MASTER.
      *    WITH DECISIONS TO TAKE AND NO MASTER TO VOUCH FOR THEIR
      *    CHECKERS THE STEP STOPS RATHER THAN REFUSE THE LOT --
      *    NOTHING HAS BEEN DECIDED OR REWRITTEN YET, AND THE
      *    APPROVAL DROP STAYS ON DISK FOR THE RESUBMISSION ONCE
      *    Lab2OperMaint HAS LOADED THE MASTER

           OPEN INPUT MLAB-OPERMST
           IF NOT WS-OPERMST-OK
               DISPLAY 'MLAB-OPERMST.DAT COULD NOT BE OPENED, STATUS ='
                   WS-OPERMST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
       .

       055-GET-PENDING-BATCH.
      *    EVERY KEYED DROP STAGED BECOMES ITS OWN PENDING BATCH,
      *    NUMBERED ACROSS RUNS THE SAME WAY Lab2ParmMaint NUMBERS
      *    ITS MAINTENANCE BATCHES -- THE BATCH NUMBER IS WHAT A
      *    CHECKER QUOTES ON THE APPROVAL DROP

           MOVE 0 TO WS-PENDING-BATCH
           OPEN INPUT MLAB-PNDSEQ
           IF WS-PNDSEQ-OK
               READ MLAB-PNDSEQ
                   NOT AT END
                       MOVE PNDSEQ-COUNT TO WS-PENDING-BATCH
               END-READ
               CLOSE MLAB-PNDSEQ
           END-IF

           ADD 1 TO WS-PENDING-BATCH
           OPEN OUTPUT MLAB-PNDSEQ
           IF WS-PNDSEQ-OK
               MOVE WS-PENDING-BATCH TO PNDSEQ-COUNT
               WRITE PNDSEQ-RECORD
               CLOSE MLAB-PNDSEQ
           ELSE
               DISPLAY 'WARNING: COULD NOT WRITE PNDSEQ, STATUS = '
                   WS-PNDSEQ-STATUS
           END-IF

           MOVE 0 TO WS-BATCH-ITEMS
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

       060-READ-APPROVAL-LINE.
           READ MLAB-APPROVE
               AT END
                   MOVE 'Y' TO WS-APR-EOF-SWITCH
               NOT AT END
                   MOVE APR-RAW-RECORD(1:19) TO WS-APR-WORK
           END-READ
       .

       062-READ-PENDING-ITEM.
           READ MLAB-PENDING
               AT END
                   MOVE 'Y' TO WS-PND-EOF-SWITCH
           END-READ
       .

       064-READ-PARM-KEYED-LINE.
           READ MLAB-PARMTRN
               AT END
                   MOVE 'Y' TO WS-KEYED-EOF-SWITCH
               NOT AT END
                   MOVE PARMTRN-RAW-RECORD(1:60) TO WS-KEYED-LINE
                   MOVE PARMTRN-RAW-RECORD(49:8) TO WS-KEYED-KEYER
           END-READ
       .

       066-READ-TOL-KEYED-LINE.
           READ MLAB-TOLTRN
               AT END
                   MOVE 'Y' TO WS-KEYED-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-KEYED-LINE
                   MOVE TOLTRN-RAW-RECORD(1:32) TO WS-KEYED-LINE
                   MOVE TOLTRN-RAW-RECORD(25:8) TO WS-KEYED-KEYER
           END-READ
       .

       070-LOAD-PENDING-ITEM.
           IF WS-PT-COUNT < WS-PT-MAX
               ADD 1 TO WS-PT-COUNT
               MOVE PND-RECORD TO WS-PT-RECORD (WS-PT-COUNT)
               MOVE SPACE TO WS-PT-DECISION (WS-PT-COUNT)
               MOVE SPACES TO WS-PT-APPROVER (WS-PT-COUNT)
           ELSE
      *        THE FILE IS REWRITTEN FROM THE TABLE, SO AN ITEM THAT
      *        DOES NOT FIT WOULD BE LOST -- STOP BEFORE ANYTHING
      *        IS TOUCHED
               DISPLAY 'PENDING TABLE FULL AT ' WS-PT-MAX
                   ' ITEMS - NOTHING DECIDED OR STAGED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 062-READ-PENDING-ITEM
       .

       080-APPLY-APPROVAL-LINE.
           ADD 1 TO WS-APR-LINES-READ

           PERFORM 100-VALIDATE-APPROVAL-LINE

           IF WS-APR-LINE-PASSED
               MOVE 0 TO WS-ITEMS-MATCHED
               PERFORM 120-DECIDE-ONE-ITEM
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               IF WS-ITEMS-MATCHED = 0
                   MOVE 'N' TO WS-APR-LINE-SWITCH
                   MOVE 'NOT PENDING' TO WS-REASON-TEXT
               END-IF
           END-IF

           IF NOT WS-APR-LINE-PASSED
               PERFORM 310-WRITE-REJECT-LINE
           END-IF

           PERFORM 060-READ-APPROVAL-LINE
       .

       100-VALIDATE-APPROVAL-LINE.
      *    A MALFORMED DECISION IS REJECTED WHOLE -- GUESSING AT
      *    WHICH ITEM A CHECKER MEANT IS EXACTLY THE SHORTCUT
      *    MAKER-CHECKER EXISTS TO CLOSE

           MOVE 'Y' TO WS-APR-LINE-SWITCH
           MOVE SPACES TO WS-REASON-TEXT

           IF NOT APR-APPROVE AND NOT APR-DECLINE
               MOVE 'N' TO WS-APR-LINE-SWITCH
               MOVE 'BAD DECISION CODE' TO WS-REASON-TEXT
           END-IF

           IF WS-APR-LINE-PASSED
               IF APR-BATCH NUMERIC
                   MOVE APR-BATCH TO WS-APR-BATCH
               ELSE
                   MOVE 'N' TO WS-APR-LINE-SWITCH
                   MOVE 'BAD BATCH NUMBER' TO WS-REASON-TEXT
               END-IF
           END-IF

           IF WS-APR-LINE-PASSED
               IF APR-ITEM = SPACES
                   MOVE 0 TO WS-APR-ITEM
               ELSE
                   IF APR-ITEM NUMERIC
                       MOVE APR-ITEM TO WS-APR-ITEM
                   ELSE
                       MOVE 'N' TO WS-APR-LINE-SWITCH
                       MOVE 'BAD ITEM NUMBER' TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-APR-LINE-PASSED
               IF APR-USER-ID = SPACES
                   MOVE 'N' TO WS-APR-LINE-SWITCH
                   MOVE 'NO CHECKER USER-ID' TO WS-REASON-TEXT
               END-IF
           END-IF
       .

       120-DECIDE-ONE-ITEM.
      *    ONLY ITEMS THAT WERE WAITING WHEN THE RUN STARTED CAN BE
      *    DECIDED -- TONIGHT'S KEYED DROPS ARE STAGED AFTERWARD.
      *    THE CHECKER IS COMPARED WITH THE KEYER ON EVERY ITEM, SO
      *    A WHOLE-BATCH LINE CANNOT CARRY A SELF-APPROVAL THROUGH.
      *    THE CHECKER'S AUTHORITY IS LOOKED UP ONLY FOR AN ITEM
      *    STILL OPEN TO THEM, SO EACH REFUSAL IS LOGGED ONCE

           IF WS-PT-BATCH (WS-PT-SUB) = WS-APR-BATCH
               AND (WS-APR-ITEM = 0
                    OR WS-PT-ITEM (WS-PT-SUB) = WS-APR-ITEM)
               ADD 1 TO WS-ITEMS-MATCHED
               MOVE APR-USER-ID TO DL-CHECKER
               MOVE SPACES TO WS-AUTH-REASON
               IF WS-PT-DECISION (WS-PT-SUB) = SPACE
                   AND WS-PT-KEYER (WS-PT-SUB) NOT = APR-USER-ID
                   PERFORM 125-CHECK-APPROVER-AUTHORITY
               END-IF
               EVALUATE TRUE
                   WHEN WS-PT-DECISION (WS-PT-SUB) NOT = SPACE
                       ADD 1 TO WS-ITEMS-REFUSED
                       MOVE 'REFUSED  ' TO DL-VERB
                       MOVE 'ALREADY DECIDED THIS RUN'
                           TO NOTE-LINE-TEXT
                   WHEN WS-PT-KEYER (WS-PT-SUB) = APR-USER-ID
                       ADD 1 TO WS-ITEMS-REFUSED
                       MOVE 'REFUSED  ' TO DL-VERB
                       MOVE 'CHECKER KEYED THIS ITEM - OWN CHANGE'
                           TO NOTE-LINE-TEXT
                   WHEN WS-AUTH-REASON NOT = SPACES
                       ADD 1 TO WS-ITEMS-REFUSED
                       MOVE 'REFUSED  ' TO DL-VERB
                       MOVE SPACES TO NOTE-LINE-TEXT
                       STRING 'APPROVER NOT AUTHORIZED - '
                                              DELIMITED BY SIZE
                              WS-AUTH-REASON  DELIMITED BY SIZE
                           INTO NOTE-LINE-TEXT
                       END-STRING
                   WHEN APR-APPROVE
                       ADD 1 TO WS-ITEMS-APPROVED
                       IF WS-PT-MASTER (WS-PT-SUB) = 'P'
                           ADD 1 TO WS-PARM-APPROVED
                       ELSE
                           ADD 1 TO WS-TOL-APPROVED
                       END-IF
                       MOVE 'A' TO WS-PT-DECISION (WS-PT-SUB)
                       MOVE APR-USER-ID TO WS-PT-APPROVER (WS-PT-SUB)
                       MOVE 'APPROVED ' TO DL-VERB
                       MOVE SPACES TO NOTE-LINE-TEXT
                   WHEN OTHER
                       ADD 1 TO WS-ITEMS-DECLINED
                       MOVE 'D' TO WS-PT-DECISION (WS-PT-SUB)
                       MOVE APR-USER-ID TO WS-PT-APPROVER (WS-PT-SUB)
                       MOVE 'DECLINED ' TO DL-VERB
                       MOVE SPACES TO NOTE-LINE-TEXT
               END-EVALUATE
               MOVE ' CHK ' TO DL-CHK-CAPTION
               PERFORM 320-WRITE-DECISION-LINE
               IF NOTE-LINE-TEXT NOT = SPACES
                   MOVE NOTE-LINE TO PNDRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
                   MOVE 2 TO PROPER-SPACING
               END-IF
           END-IF
       .

       125-CHECK-APPROVER-AUTHORITY.
      *    THE CHECKER MUST BE AN ACTIVE OPERATOR HOLDING THE SAME
      *    AUTHORITY A KEYER NEEDS FOR THE ITEM'S MASTER -- PARM FOR
      *    A PARAMETER ITEM, TOL FOR A TOLERANCE ITEM.  A REFUSAL
      *    IS WRITTEN TO THE SECURITY LOG FOR AUDIT

           MOVE APR-USER-ID TO OPR-USER-ID
           READ MLAB-OPERMST
           EVALUATE TRUE
               WHEN NOT WS-OPR-REC-FOUND
                   MOVE 'NOT ON OPERATOR MASTER' TO WS-AUTH-REASON
               WHEN NOT OPR-ACTIVE
                   MOVE 'OPERATOR REVOKED' TO WS-AUTH-REASON
               WHEN WS-PT-MASTER (WS-PT-SUB) = 'P'
                   AND OPR-AUTH-PARM NOT = 'Y'
                   MOVE 'NOT AUTHORIZED FOR CODE' TO WS-AUTH-REASON
               WHEN WS-PT-MASTER (WS-PT-SUB) NOT = 'P'
                   AND OPR-AUTH-TOL NOT = 'Y'
                   MOVE 'NOT AUTHORIZED FOR CODE' TO WS-AUTH-REASON
           END-EVALUATE

           IF WS-AUTH-REASON NOT = SPACES
               IF WS-PT-MASTER (WS-PT-SUB) = 'P'
                   MOVE 'PARMAPR ' TO WS-AUTH-CODE
               ELSE
                   MOVE 'TOLAPR  ' TO WS-AUTH-CODE
               END-IF
               MOVE APR-USER-ID TO WS-AUTH-USER
               MOVE WS-PT-TRANS (WS-PT-SUB)(2:8) TO WS-AUTH-DETAIL
               PERFORM 044-WRITE-SECURITY-LOG
           END-IF
       .

       200-STAGE-KEYED-DROPS.
      *    EACH KEYED DROP BECOMES A PENDING BATCH AND IS THEN
      *    RETIRED LIKE ANY ONE-SHOT DROP.  NO KEYED DROP IS THE
      *    NORMAL NO-CHANGES NIGHT

           MOVE 3 TO PROPER-SPACING
           MOVE 'STAGED FOR APPROVAL' TO SL-TITLE
           MOVE SECTION-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           OPEN INPUT MLAB-PARMTRN
           IF WS-PARMTRN-OK
               MOVE 'Y' TO WS-PARMTRN-FILE-SWITCH
               MOVE 'P' TO WS-KEYED-MASTER
               PERFORM 055-GET-PENDING-BATCH
               MOVE 'N' TO WS-KEYED-EOF-SWITCH
               PERFORM 064-READ-PARM-KEYED-LINE
               PERFORM 210-STAGE-PARM-LINE
                   UNTIL WS-END-OF-KEYED
               CLOSE MLAB-PARMTRN
           ELSE
               IF WS-PARMTRN-NOT-FOUND
                   MOVE SPACES TO NOTE-LINE-TEXT
                   MOVE 'NO PARAMETER TRANSACTION FILE'
                       TO NOTE-LINE-TEXT
                   MOVE NOTE-LINE TO PNDRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
               ELSE
                   DISPLAY 'MLAB-PARMTRN.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-PARMTRN-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT MLAB-TOLTRN
           IF WS-TOLTRN-OK
               MOVE 'Y' TO WS-TOLTRN-FILE-SWITCH
               MOVE 'T' TO WS-KEYED-MASTER
               PERFORM 055-GET-PENDING-BATCH
               MOVE 'N' TO WS-KEYED-EOF-SWITCH
               PERFORM 066-READ-TOL-KEYED-LINE
               PERFORM 220-STAGE-TOL-LINE
                   UNTIL WS-END-OF-KEYED
               CLOSE MLAB-TOLTRN
           ELSE
               IF WS-TOLTRN-NOT-FOUND
                   MOVE SPACES TO NOTE-LINE-TEXT
                   MOVE 'NO TOLERANCE TRANSACTION FILE'
                       TO NOTE-LINE-TEXT
                   MOVE NOTE-LINE TO PNDRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
               ELSE
                   DISPLAY 'MLAB-TOLTRN.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-TOLTRN-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       .

       210-STAGE-PARM-LINE.
           PERFORM 230-STAGE-ONE-LINE
           PERFORM 064-READ-PARM-KEYED-LINE
       .

       220-STAGE-TOL-LINE.
           PERFORM 230-STAGE-ONE-LINE
           PERFORM 066-READ-TOL-KEYED-LINE
       .

       230-STAGE-ONE-LINE.
      *    THE FIELD EDITS STAY WITH THE MAINTENANCE PROGRAMS, WHICH
      *    SEE THE MASTER.  ALL THAT IS REQUIRED HERE IS A KEYER --
      *    A LINE WITH NO USER-ID COULD NEVER BE CHECKED AGAINST ITS
      *    APPROVER, SO IT IS REJECTED AND MUST BE RE-KEYED

           IF WS-KEYED-KEYER = SPACES
               ADD 1 TO WS-KEYED-REJECTED
               MOVE WS-KEYED-LINE(1:19) TO RJ-LINE
               MOVE 'NO KEYER USER-ID' TO RJ-REASON
               MOVE REJECT-LINE TO PNDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
           ELSE
               IF WS-PT-COUNT < WS-PT-MAX
                   ADD 1 TO WS-PT-COUNT
                   ADD 1 TO WS-BATCH-ITEMS
                   MOVE WS-PENDING-BATCH TO WS-PT-BATCH (WS-PT-COUNT)
                   MOVE WS-BATCH-ITEMS TO WS-PT-ITEM (WS-PT-COUNT)
                   MOVE WS-KEYED-MASTER TO WS-PT-MASTER (WS-PT-COUNT)
                   MOVE WS-CURRENT-DATE
                       TO WS-PT-KEY-DATE (WS-PT-COUNT)
                   MOVE WS-CURRENT-TIME(1:6)
                       TO WS-PT-KEY-TIME (WS-PT-COUNT)
                   MOVE WS-KEYED-KEYER TO WS-PT-KEYER (WS-PT-COUNT)
                   MOVE WS-KEYED-LINE TO WS-PT-TRANS (WS-PT-COUNT)
                   MOVE SPACE TO WS-PT-DECISION (WS-PT-COUNT)
                   MOVE SPACES TO WS-PT-APPROVER (WS-PT-COUNT)
                   IF WS-KEYED-MASTER = 'P'
                       ADD 1 TO WS-PARM-STAGED
                   ELSE
                       ADD 1 TO WS-TOL-STAGED
                   END-IF
                   MOVE WS-PT-COUNT TO WS-PT-SUB
                   MOVE 'STAGED   ' TO DL-VERB
                   MOVE SPACES TO DL-CHK-CAPTION
                   MOVE SPACES TO DL-CHECKER
                   PERFORM 320-WRITE-DECISION-LINE
               ELSE
                   ADD 1 TO WS-KEYED-REJECTED
                   MOVE WS-KEYED-LINE(1:19) TO RJ-LINE
                   MOVE 'PENDING FILE FULL' TO RJ-REASON
                   MOVE REJECT-LINE TO PNDRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
                   MOVE 2 TO PROPER-SPACING
               END-IF
           END-IF
       .

       300-OPEN-RELEASE-FILES.
      *    THE RELEASE FILES ARE OPENED BEFORE THE PENDING FILE IS
      *    REWRITTEN BUT WRITTEN ONLY AFTER IT -- ONE THAT CANNOT BE
      *    OPENED STOPS THE STEP WITH THE ITEMS STILL WAITING, SO
      *    THE SAME APPROVAL DROP CAN BE RESUBMITTED.  A RELEASE
      *    FILE IS ONLY CREATED WHEN ITS MASTER HAS SOMETHING
      *    APPROVED, SO AN EMPTY ONE NEVER COSTS A MAINTENANCE
      *    BATCH NUMBER

           IF WS-PARM-APPROVED > 0
               OPEN EXTEND MLAB-PARMAPR
               IF WS-PARMAPR-NOT-FOUND
                   OPEN OUTPUT MLAB-PARMAPR
               END-IF
               IF NOT WS-PARMAPR-OK
                   DISPLAY 'MLAB-PARMAPR.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-PARMAPR-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF WS-TOL-APPROVED > 0
               OPEN EXTEND MLAB-TOLAPR
               IF WS-TOLAPR-NOT-FOUND
                   OPEN OUTPUT MLAB-TOLAPR
               END-IF
               IF NOT WS-TOLAPR-OK
                   DISPLAY 'MLAB-TOLAPR.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-TOLAPR-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       .

       310-WRITE-REJECT-LINE.
           ADD 1 TO WS-APR-LINES-REJECTED
           MOVE WS-APR-WORK TO RJ-LINE
           MOVE WS-REASON-TEXT TO RJ-REASON
           MOVE REJECT-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       320-WRITE-DECISION-LINE.
           MOVE WS-PT-BATCH (WS-PT-SUB) TO DL-BATCH
           MOVE WS-PT-ITEM (WS-PT-SUB) TO DL-ITEM
           IF WS-PT-MASTER (WS-PT-SUB) = 'P'
               MOVE 'PARM' TO DL-MASTER
           ELSE
               MOVE 'TOL ' TO DL-MASTER
           END-IF
           MOVE WS-PT-TRANS (WS-PT-SUB)(1:1) TO DL-ACTION
           MOVE WS-PT-TRANS (WS-PT-SUB)(2:8) TO DL-RUN-ID
           MOVE WS-PT-KEYER (WS-PT-SUB) TO DL-KEYER
           MOVE DECISION-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .

       350-REWRITE-PENDING-FILE.
      *    WHATEVER WAS NOT DECIDED GOES BACK ON THE PENDING FILE
      *    AND ONTO THE WAITING LIST, WITH THE DAYS SINCE IT WAS
      *    STAGED SO A FORGOTTEN ITEM STANDS OUT

           OPEN OUTPUT MLAB-PENDING
           IF NOT WS-PENDING-OK
               DISPLAY 'MLAB-PENDING.DAT COULD NOT BE REWRITTEN, '
                   'STATUS = ' WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE PNDRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING
           MOVE 'ITEMS WAITING FOR APPROVAL' TO SL-TITLE
           MOVE SECTION-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE WAIT-HEADING-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           PERFORM 360-KEEP-ONE-ITEM
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT

           CLOSE MLAB-PENDING

           IF WS-STILL-WAITING = 0
               MOVE SPACES TO NOTE-LINE-TEXT
               MOVE 'NOTHING WAITING' TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO PNDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
       .

       360-KEEP-ONE-ITEM.
           IF WS-PT-DECISION (WS-PT-SUB) = SPACE
               ADD 1 TO WS-STILL-WAITING
               MOVE WS-PT-RECORD (WS-PT-SUB) TO PND-RECORD
               WRITE PND-RECORD

               COMPUTE WS-WAIT-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-PT-KEY-DATE (WS-PT-SUB))
               IF WS-WAIT-DAYS > WS-OLDEST-WAIT
                   MOVE WS-WAIT-DAYS TO WS-OLDEST-WAIT
               END-IF

               MOVE WS-PT-BATCH (WS-PT-SUB) TO WL-BATCH
               MOVE WS-PT-ITEM (WS-PT-SUB) TO WL-ITEM
               IF WS-PT-MASTER (WS-PT-SUB) = 'P'
                   MOVE 'PARM' TO WL-MASTER
               ELSE
                   MOVE 'TOL ' TO WL-MASTER
               END-IF
               MOVE WS-PT-TRANS (WS-PT-SUB)(1:1) TO WL-ACTION
               MOVE WS-PT-TRANS (WS-PT-SUB)(2:8) TO WL-RUN-ID
               MOVE WS-PT-KEYER (WS-PT-SUB) TO WL-KEYER
               MOVE WS-PT-KEY-DATE (WS-PT-SUB) TO WS-KEY-DATE-WORK
               MOVE SPACES TO WL-KEY-DATE
               STRING WS-KD-MM   DELIMITED BY SIZE
                      '/'        DELIMITED BY SIZE
                      WS-KD-DD   DELIMITED BY SIZE
                      '/'        DELIMITED BY SIZE
                      WS-KD-YYYY DELIMITED BY SIZE
                   INTO WL-KEY-DATE
               END-STRING
               MOVE WS-WAIT-DAYS TO WL-DAYS
               MOVE WAIT-LINE TO PNDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF
       .

       370-RELEASE-APPROVED-ITEMS.
      *    APPROVED ITEMS ARE APPENDED TO THE RELEASE FILE FOR THEIR
      *    MAINTENANCE PROGRAM WITH THE APPROVER ALONGSIDE.  THEY
      *    ARE ALREADY OFF THE PENDING FILE, SO NO RERUN CAN
      *    RELEASE THEM A SECOND TIME

           IF WS-ITEMS-APPROVED > 0
               PERFORM 375-RELEASE-ONE-ITEM
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
           END-IF

           IF WS-PARM-APPROVED > 0
               CLOSE MLAB-PARMAPR
           END-IF
           IF WS-TOL-APPROVED > 0
               CLOSE MLAB-TOLAPR
           END-IF
       .

       375-RELEASE-ONE-ITEM.
           IF WS-PT-DECISION (WS-PT-SUB) = 'A'
               IF WS-PT-MASTER (WS-PT-SUB) = 'P'
                   MOVE WS-PT-TRANS (WS-PT-SUB) TO PARMAPR-TRANS
                   MOVE WS-PT-APPROVER (WS-PT-SUB) TO PARMAPR-APPROVER
                   WRITE PARMAPR-RECORD
                   ADD 1 TO WS-PARM-RELEASED
               ELSE
                   MOVE WS-PT-TRANS (WS-PT-SUB)(1:32) TO TOLAPR-TRANS
                   MOVE WS-PT-APPROVER (WS-PT-SUB) TO TOLAPR-APPROVER
                   WRITE TOLAPR-RECORD
                   ADD 1 TO WS-TOL-RELEASED
               END-IF
           END-IF
       .

       400-WRITE-A-LINE.

           WRITE PNDRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       900-WRITE-TRAILER.
      *    COUNTS SO THE CHECKER CAN TIE THE REGISTER OUT AGAINST
      *    THE APPROVAL DROP, AND SO A REFUSED DECISION CANNOT
      *    SLIP BY UNNOTICED

           WRITE PNDRPT-RECORD FROM TRAILER-HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING

           MOVE 'PENDING AT START =    ' TO TR-MESSAGE
           MOVE WS-PENDING-AT-START TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'APPROVAL LINES READ = ' TO TR-MESSAGE
           MOVE WS-APR-LINES-READ TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'APPROVAL LINES REJ =  ' TO TR-MESSAGE
           MOVE WS-APR-LINES-REJECTED TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ITEMS APPROVED =      ' TO TR-MESSAGE
           MOVE WS-ITEMS-APPROVED TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ITEMS DECLINED =      ' TO TR-MESSAGE
           MOVE WS-ITEMS-DECLINED TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'DECISIONS REFUSED =   ' TO TR-MESSAGE
           MOVE WS-ITEMS-REFUSED TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'PARM ITEMS RELEASED = ' TO TR-MESSAGE
           MOVE WS-PARM-RELEASED TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'TOL ITEMS RELEASED =  ' TO TR-MESSAGE
           MOVE WS-TOL-RELEASED TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'PARM ITEMS STAGED =   ' TO TR-MESSAGE
           MOVE WS-PARM-STAGED TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'TOL ITEMS STAGED =    ' TO TR-MESSAGE
           MOVE WS-TOL-STAGED TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'KEYED LINES REJ =     ' TO TR-MESSAGE
           MOVE WS-KEYED-REJECTED TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ITEMS STILL WAITING = ' TO TR-MESSAGE
           MOVE WS-STILL-WAITING TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'OLDEST WAIT (DAYS) =  ' TO TR-MESSAGE
           MOVE WS-OLDEST-WAIT TO TR-COUNT
           MOVE TRAILER-LINE TO PNDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       999-FINAL-ROUTINE.
           IF WS-APR-FILE-PRESENT
               CLOSE MLAB-APPROVE
               CLOSE MLAB-OPERMST
           END-IF
           CLOSE MLAB-PNDRPT

      *    THE APPROVAL DROP AND THE KEYED DROPS ARE ONE-SHOT -- THE
      *    DECISIONS ARE ON THE REGISTER AND THE KEYED LINES ARE ON
      *    THE PENDING FILE, SO A DROP LEFT ON DISK WOULD DECIDE OR
      *    STAGE THE SAME LINES A SECOND TIME

           IF WS-APR-FILE-PRESENT
               CALL 'CBL_DELETE_FILE' USING WS-APPROVE-FILE-NAME
                   RETURNING WS-DELETE-RETURN-CODE
               END-CALL
               IF WS-DELETE-RETURN-CODE NOT = 0
                   DISPLAY 'WARNING: APPROVAL FILE DELETE FAILED, '
                       'RC = ' WS-DELETE-RETURN-CODE
                       ' - REMOVE MLAB-APPROVE.TXT BY HAND'
               END-IF
           END-IF

           IF WS-PARMTRN-FILE-PRESENT
               CALL 'CBL_DELETE_FILE' USING WS-PARMTRN-FILE-NAME
                   RETURNING WS-DELETE-RETURN-CODE
               END-CALL
               IF WS-DELETE-RETURN-CODE NOT = 0
                   DISPLAY 'WARNING: TRANSACTION FILE DELETE FAILED, '
                       'RC = ' WS-DELETE-RETURN-CODE
                       ' - REMOVE MLAB-PARMTRN.TXT BY HAND'
               END-IF
           END-IF

           IF WS-TOLTRN-FILE-PRESENT
               CALL 'CBL_DELETE_FILE' USING WS-TOLTRN-FILE-NAME
                   RETURNING WS-DELETE-RETURN-CODE
               END-CALL
               IF WS-DELETE-RETURN-CODE NOT = 0
                   DISPLAY 'WARNING: TRANSACTION FILE DELETE FAILED, '
                       'RC = ' WS-DELETE-RETURN-CODE
                       ' - REMOVE MLAB-TOLTRN.TXT BY HAND'
               END-IF
           END-IF

           IF WS-ITEMS-REFUSED > 0
               OR WS-APR-LINES-REJECTED > 0
               OR WS-KEYED-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
       .
