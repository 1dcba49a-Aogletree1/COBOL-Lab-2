      *    USER-ID, SO THERE IS AN AUDIT TRAIL OF WHO CHANGED WHAT
      *    AND A BEFORE/AFTER REGISTER FOR EVERY MAINTENANCE RUN.
      *******
      * TRANSACTION SOURCE
      *    KEYED TRANSACTIONS (MLAB-PARMTRN.TXT) ARE NOT APPLIED AS
      *    KEYED.  Lab2MntApprove HOLDS EACH ONE ON THE PENDING FILE
      *    UNTIL A SECOND USER-ID APPROVES IT, THEN RELEASES IT TO
      *    MLAB-PARMAPR.TXT -- THE KEYED LAYOUT WITH THE APPROVER'S
      *    USER-ID ADDED IN COLS 61-68.  ONLY THAT FILE IS READ
      *    HERE, AND A LINE WITH NO APPROVER, OR WITH THE KEYER AS
      *    ITS OWN APPROVER, IS REJECTED RATHER THAN APPLIED.  SO IS
      *    A LINE WHOSE KEYER IS NOT AN ACTIVE OPERATOR HOLDING PARM
      *    AUTHORITY ON MLAB-OPERMST.DAT -- EACH SUCH REFUSAL IS ALSO
      *    WRITTEN TO THE SECURITY LOG MLAB-SECLOG.DAT
      *******
      * EFFECTIVE DATING
      *    A RUN-ID CAN HOLD SEVERAL DATED VERSIONS OF ITS VALUES
      *    AT ONCE -- NEXT MONDAY'S FIGURES ARE KEYED ON THURSDAY
      *    (ALWAYS-IN-FORCE) VERSION, STORED AS DATE ZERO, SO THE
      *    PRE-DATING TRANSACTION FORMAT STILL APPLIES CLEANLY
      *******
      * OWNING GROUP
      *    COLS 57-60 OF THE KEYED LINE CARRY THE ANALYST GROUP THAT
      *    OWNS THE RUN-ID -- LEFT-JUSTIFIED LETTERS AND DIGITS, NO
      *    EMBEDDED SPACES.  IT RIDES THE EXTRACT INTO THE MATH RUN
      *    AND DECIDES WHICH GROUP'S REPORT Lab2Burst FILES EACH
      *    RESULT UNDER.  A CHANGE WITH A BLANK GROUP KEEPS THE
      *    GROUP ALREADY ON THE MASTER, SO VALUE CHANGES NEED NOT
      *    REPEAT IT; AN ADD OF A DATED VERSION WITH A BLANK GROUP
      *    TAKES THE GROUP OF THE RUN-ID'S BASE VERSION
      *******
      * TRANSACTION ACTIONS
      *    A = ADD A NEW PARAMETER VERSION (REJECTED IF THE RUN-ID
      *        ALREADY HAS A VERSION WITH THAT EFFECTIVE DATE)
      *                       AND AFTER MASTER IMAGES (INCLUDING
      *                       MST-MAINT-DATE AND MST-MAINT-USER),
      *                       STAMPED WITH A MAINTENANCE BATCH
      *                       NUMBER AND BOTH THE KEYER'S AND THE
      *                       APPROVER'S USER-IDS.  Lab2JrnInq
      *                       REPORTS FROM IT AND Lab2ParmBkout CAN
      *                       REVERSE A WHOLE BATCH FROM ITS IMAGES,
      *                       SO THE FILED PAPER REGISTER IS NO
      *                       LONGER THE ONLY TRAIL
      *    MLAB-MNTSEQ.DAT  - THE LAST MAINTENANCE BATCH NUMBER,
      *                       BUMPED BY EVERY RUN THAT HAS A
      *                       TRANSACTION DROP TO APPLY
      *         NOTED ON THE REGISTER, STILL A CLEAN STEP
      *    4  = ONE OR MORE TRANSACTIONS REJECTED
      *    16 = THE MASTER, THE REGISTER, OR A PRESENT-BUT-UNREADABLE
      *         TRANSACTION FILE COULD NOT BE OPENED, OR THERE ARE
      *         TRANSACTIONS TO APPLY AND NO OPERATOR MASTER TO
      *         VOUCH FOR THEIR KEYERS (THE DROP IS LEFT IN PLACE)
      ****************************************************************
       ENVIRONMENT DIVISION.

      *
       FILE-CONTROL.

           SELECT MLAB-PARMAPR
               ASSIGN TO DISK "MLAB-PARMAPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMAPR-STATUS.

           SELECT MLAB-PARMMST
               ASSIGN TO DISK "MLAB-PARMMST.DAT"
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
      *    PARAMETER FILE -- A LONG OR SHORT KEYED LINE STAYS ONE
      *    TRANSACTION ON THE REGISTER INSTEAD OF SPLITTING INTO
      *    GARBAGE RECORDS
       FD  MLAB-PARMAPR
           RECORD CONTAINS 80 CHARACTERS.
       01  TRN-RAW-RECORD      PIC X(80).
      *
       FD  MLAB-PARMMST
           RECORD CONTAINS 67 CHARACTERS.
       01  MST-RECORD.
           05  MST-KEY.
               10  MST-RUN-ID      PIC X(8).
           05  MST-EQ-TYPE         PIC X.
           05  MST-MAINT-DATE      PIC 9(8).
           05  MST-MAINT-USER      PIC X(8).
           05  MST-GROUP           PIC X(4).
      *
       FD  MLAB-MNTRPT
           RECORD CONTAINS 80 CHARACTERS.
      *    APPEND-ONLY JOURNAL OF EVERY APPLIED ACTION -- THE FULL
      *    63-BYTE MASTER IMAGES (SPACES WHERE AN ADD HAS NO BEFORE
      *    OR A DELETE NO AFTER) SO A BATCH CAN BE REVERSED FROM THE
      *    JOURNAL ALONE, WITHOUT RE-KEYING FROM THE PRINTOUT.  THE
      *    APPROVER FOLLOWS THE IMAGES, SO ENTRIES WRITTEN BEFORE
      *    MAKER-CHECKER READ BACK WITH A BLANK APPROVER.  THE
      *    OWNING GROUP ON EACH IMAGE FOLLOWS THE APPROVER FOR THE
      *    SAME REASON -- OLDER ENTRIES READ BACK WITH NO GROUP
       FD  MLAB-PARMJRN
           RECORD CONTAINS 186 CHARACTERS.
       01  JRN-RECORD.
           05  JRN-BATCH           PIC 9(5).
           05  JRN-DATE            PIC 9(8).
           05  JRN-EFF-DATE        PIC 9(8).
           05  JRN-BEFORE          PIC X(63).
           05  JRN-AFTER           PIC X(63).
           05  JRN-APPROVER        PIC X(8).
           05  JRN-BEFORE-GROUP    PIC X(4).
           05  JRN-AFTER-GROUP     PIC X(4).
      *
       FD  MLAB-MNTSEQ
           RECORD CONTAINS 5 CHARACTERS.
           05  LOCK-DATE           PIC 9(8).
           05  LOCK-TIME           PIC 9(6).
           05  LOCK-OPERATOR       PIC X(8).
      *
      *    THE AUTHORIZED-OPERATOR MASTER Lab2OperMaint MAINTAINS --
      *    READ ONLY HERE, TO VOUCH FOR EACH TRANSACTION'S KEYER
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
           05  WS-PARMAPR-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMAPR-OK           VALUE '00'.
               88  WS-PARMAPR-EOF          VALUE '10'.
               88  WS-PARMAPR-NOT-FOUND    VALUE '35'.
           05  WS-PARMMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMMST-OK           VALUE '00'.
               88  WS-PARMMST-NOT-FOUND    VALUE '35'.
               88  WS-PARMJRN-NOT-FOUND    VALUE '35'.
           05  WS-MNTSEQ-STATUS    PIC XX      VALUE SPACES.
               88  WS-MNTSEQ-OK            VALUE '00'.
           05  WS-OPERMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-OPERMST-OK           VALUE '00'.
               88  WS-OPR-REC-FOUND        VALUE '00'.
           05  WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECLOG-OK            VALUE '00'.
               88  WS-SECLOG-NOT-FOUND     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-TRN-PASSED           VALUE 'Y'.
           05  WS-TRN-FILE-SWITCH  PIC X       VALUE 'Y'.
               88  WS-TRN-FILE-PRESENT     VALUE 'Y'.
           05  WS-GROUP-SPACE-SWITCH PIC X     VALUE 'N'.
               88  WS-GROUP-SPACE-SEEN     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ       PIC 9(5)    VALUE 0.
       01  WS-EDIT-WORK.
           05  WS-VALUE-SUB        PIC 9(2)    VALUE 0.
           05  WS-REASON-TEXT      PIC X(20)   VALUE SPACES.
           05  WS-BEFORE-IMAGE     PIC X(52)   VALUE SPACES.
           05  WS-GROUP-SUB        PIC 9(2)    VALUE 0.
           05  WS-GROUP-CHAR       PIC X       VALUE SPACE.
           05  WS-BASE-GROUP       PIC X(4)    VALUE SPACES.

      *    FULL MASTER IMAGES FOR THE JOURNAL -- THE 52-BYTE
      *    REGISTER IMAGE ABOVE IS THE HUMAN-READABLE CUT, THESE
      *    CARRY THE WHOLE RECORD INCLUDING MAINT DATE AND USER SO
      *    A BACK-OUT RESTORES THE ORIGINAL STAMPS
       01  WS-JOURNAL-WORK.
           05  WS-BEFORE-RECORD                VALUE SPACES.
               10  WS-BEFORE-STAMPED   PIC X(63).
               10  WS-BEFORE-GROUP     PIC X(4).
           05  WS-AFTER-RECORD                 VALUE SPACES.
               10  WS-AFTER-STAMPED    PIC X(63).
               10  WS-AFTER-GROUP      PIC X(4).
           05  WS-MAINT-BATCH      PIC 9(5)    VALUE 0.

      *    A REFUSED KEYER, AS WRITTEN TO THE SECURITY LOG BY
      *    044-WRITE-SECURITY-LOG
       01  WS-AUTH-WORK.
           05  WS-AUTH-CODE        PIC X(8)    VALUE 'PARMTRN '.
           05  WS-AUTH-USER        PIC X(8)    VALUE SPACES.
           05  WS-AUTH-OUTCOME     PIC X       VALUE 'R'.
           05  WS-AUTH-REASON      PIC X(24)   VALUE SPACES.
           05  WS-AUTH-DETAIL      PIC X(8)    VALUE SPACES.
           05  WS-AUTH-TIME        PIC 9(8)    VALUE 0.

       01  WS-CONSUME-CONTROL.
           05  WS-PARMAPR-FILE-NAME PIC X(16)
                                    VALUE 'MLAB-PARMAPR.TXT'.
           05  WS-DELETE-RETURN-CODE PIC S9(9) COMP-5.

      *    THE FIRST 68 RAW POSITIONS RESHAPED AS THE TRANSACTION
      *    LAYOUT -- ACTION, KEY, THE FIVE SIGN/DIGITS GROUPS AS A
      *    TABLE, EQUATION TYPE, THE EFFECTIVE DATE (BLANK = BASE
      *    VERSION), THE KEYER'S USER-ID, THE OWNING GROUP AND THE
      *    APPROVER'S
       01  WS-TRN-WORK.
           05  TRN-ACTION          PIC X.
               88  TRN-ADD                 VALUE 'A'.
           05  TRN-EQ-TYPE         PIC X.
           05  TRN-EFF-DATE        PIC X(8).
           05  TRN-USER-ID         PIC X(8).
           05  TRN-GROUP           PIC X(4).
           05  TRN-APPROVER-ID     PIC X(8).

      *    THE TRANSACTION'S EFFECTIVE DATE NORMALIZED TO THE KEY
      *    FORM -- DATE ZERO FOR THE BASE VERSION
           05  AC-EFF-DATE     PIC 9(8).
           05                  PIC X(4)     VALUE ' BY '.
           05  AC-USER-ID      PIC X(8).
           05                  PIC X(5)     VALUE ' CHK '.
           05  AC-APPROVER-ID  PIC X(8).

       01  IMAGE-LINE.
           05                  PIC X(10)    VALUE ' '.
           05  IM-CAPTION      PIC X(9).
           05  IM-IMAGE        PIC X(52).

       01  NOTE-LINE.
           05                  PIC X(5)     VALUE ' '.
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
               MOVE 'Lab2ParmMaint' TO SEC-PROGRAM
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
      *    THE REGISTER AND A CLEAN STEP, NOT A FAILURE THAT STOPS
      *    THE WHOLE BATCH.  ANY OTHER OPEN FAILURE IS STILL FATAL

           OPEN INPUT MLAB-PARMAPR
           IF WS-PARMAPR-OK
               PERFORM 053-OPEN-OPERATOR-MASTER
               PERFORM 054-GET-MAINT-BATCH
               PERFORM 055-OPEN-JOURNAL
               PERFORM 060-READ-TRANSACTION
           ELSE
               IF WS-PARMAPR-NOT-FOUND
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 'N' TO WS-TRN-FILE-SWITCH
                   MOVE SPACES TO NOTE-LINE-TEXT
                   MOVE 'NO APPROVED TRANSACTIONS - NOTHING TO APPLY'
                       TO NOTE-LINE-TEXT
                   MOVE NOTE-LINE TO MNTRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
               ELSE
                   DISPLAY 'MLAB-PARMAPR.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-PARMAPR-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       .

       053-OPEN-OPERATOR-MASTER.
      *    WITH TRANSACTIONS TO APPLY AND NO MASTER TO VOUCH FOR
      *    THEIR KEYERS THE STEP STOPS RATHER THAN REJECT THE LOT --
      *    THE APPROVED DROP STAYS ON DISK FOR THE RESUBMISSION ONCE
      *    Lab2OperMaint HAS LOADED THE MASTER

           OPEN INPUT MLAB-OPERMST
           IF NOT WS-OPERMST-OK
               DISPLAY 'MLAB-OPERMST.DAT COULD NOT BE OPENED, STATUS ='
                   WS-OPERMST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
       .

       054-GET-MAINT-BATCH.
      *    PERSIST AN INCREMENTING BATCH NUMBER ACROSS MAINTENANCE
      *    RUNS, THE SAME WAY THE MATH PROGRAM KEEPS ITS RUN
       .

       060-READ-TRANSACTION.
           READ MLAB-PARMAPR
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE TRN-RAW-RECORD(1:68) TO WS-TRN-WORK
           END-READ
       .

               END-IF
           END-IF

      *    THE APPROVAL STAGE NEVER RELEASES AN UNCHECKED OR
      *    SELF-APPROVED LINE, SO ONE HERE WAS DROPPED IN BY HAND
      *    AROUND IT -- REFUSED, NOT APPLIED

           IF WS-TRN-PASSED
               IF TRN-USER-ID = SPACES OR TRN-APPROVER-ID = SPACES
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'NOT APPROVED' TO WS-REASON-TEXT
               END-IF
           END-IF

           IF WS-TRN-PASSED
               IF TRN-APPROVER-ID = TRN-USER-ID
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'KEYER APPROVED OWN' TO WS-REASON-TEXT
               END-IF
           END-IF

      *    APPROVAL PROVES A SECOND PAIR OF EYES, NOT THAT THE KEYER
      *    WAS ALLOWED TO KEY PARM CHANGES AT ALL

           IF WS-TRN-PASSED
               PERFORM 120-CHECK-KEYER-AUTHORITY
           END-IF

      *    A DELETE ONLY NEEDS THE KEY -- THE VALUE AND EQUATION
      *    FIELDS ARE EDITED ONLY WHERE THEY WILL BE STORED

               END-IF
           END-IF

      *    THE GROUP NAMES A BURST REPORT FILE, SO IT IS HELD TO
      *    LETTERS AND DIGITS, LEFT-JUSTIFIED, NO EMBEDDED SPACES

           IF WS-TRN-PASSED AND NOT TRN-DELETE
               MOVE 'N' TO WS-GROUP-SPACE-SWITCH
               PERFORM 115-VALIDATE-GROUP-CHAR
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > 4
           END-IF

      *    A BLANK EFFECTIVE DATE IS THE BASE VERSION, STORED AS
      *    DATE ZERO; ANYTHING KEYED MUST BE ALL DIGITS OR THE
      *    TRANSACTION WOULD LAND UNDER A GARBAGE KEY
           END-IF
       .

       115-VALIDATE-GROUP-CHAR.
           MOVE TRN-GROUP(WS-GROUP-SUB:1) TO WS-GROUP-CHAR

           EVALUATE TRUE
               WHEN WS-GROUP-CHAR = SPACE
                   MOVE 'Y' TO WS-GROUP-SPACE-SWITCH
               WHEN WS-GROUP-SPACE-SEEN
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'BAD OWNING GROUP' TO WS-REASON-TEXT
               WHEN WS-GROUP-CHAR >= 'A' AND WS-GROUP-CHAR <= 'Z'
                   CONTINUE
               WHEN WS-GROUP-CHAR >= '0' AND WS-GROUP-CHAR <= '9'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-TRN-SWITCH
                   MOVE 'BAD OWNING GROUP' TO WS-REASON-TEXT
           END-EVALUATE
       .

       120-CHECK-KEYER-AUTHORITY.
      *    THE KEYER MUST BE AN ACTIVE OPERATOR HOLDING PARM
      *    AUTHORITY.  A REFUSAL IS REJECTED ON THE REGISTER LIKE ANY
      *    OTHER AND ALSO WRITTEN TO THE SECURITY LOG FOR AUDIT

           MOVE SPACES TO WS-AUTH-REASON
           MOVE TRN-USER-ID TO OPR-USER-ID
           READ MLAB-OPERMST
           EVALUATE TRUE
               WHEN NOT WS-OPR-REC-FOUND
                   MOVE 'NOT ON OPERATOR MASTER' TO WS-AUTH-REASON
               WHEN NOT OPR-ACTIVE
                   MOVE 'OPERATOR REVOKED' TO WS-AUTH-REASON
               WHEN OPR-AUTH-PARM NOT = 'Y'
                   MOVE 'NOT AUTHORIZED FOR CODE' TO WS-AUTH-REASON
           END-EVALUATE

           IF WS-AUTH-REASON NOT = SPACES
               MOVE 'N' TO WS-TRN-SWITCH
               MOVE 'KEYER NOT AUTHORIZED' TO WS-REASON-TEXT
               MOVE TRN-USER-ID TO WS-AUTH-USER
               MOVE TRN-RUN-ID TO WS-AUTH-DETAIL
               PERFORM 044-WRITE-SECURITY-LOG
           END-IF
       .

       200-APPLY-ADD.
           MOVE TRN-RUN-ID TO MST-RUN-ID
           MOVE WS-TRN-EFF-DATE TO MST-EFF-DATE
               MOVE 'ALREADY ON MASTER' TO WS-REASON-TEXT
           ELSE
               MOVE SPACES TO WS-BEFORE-RECORD
               PERFORM 255-FIND-BASE-GROUP
               PERFORM 250-BUILD-MASTER-RECORD
               WRITE MST-RECORD
               IF WS-PARMMST-OK
      *    STAMP EVERY ADD OR CHANGE WITH THE DATE AND THE KEYER'S
      *    USER-ID FROM THE TRANSACTION -- THE MASTER ALWAYS SHOWS
      *    WHO LAST TOUCHED EACH PARAMETER SET.  A BLANK EQUATION
      *    TYPE IS STORED AS TYPE 1, SAME AS THE EDIT PROGRAM WRITES.
      *    A BLANK GROUP LEAVES A CHANGED RECORD'S GROUP AS IT WAS
      *    AND GIVES AN ADD ITS BASE VERSION'S GROUP

           MOVE TRN-RUN-ID TO MST-RUN-ID
           MOVE WS-TRN-EFF-DATE TO MST-EFF-DATE
           END-IF
           MOVE WS-CURRENT-DATE TO MST-MAINT-DATE
           MOVE TRN-USER-ID TO MST-MAINT-USER
           IF TRN-GROUP NOT = SPACES
               MOVE TRN-GROUP TO MST-GROUP
           ELSE
               IF TRN-ADD
                   MOVE WS-BASE-GROUP TO MST-GROUP
               END-IF
           END-IF
           MOVE MST-RECORD TO WS-AFTER-RECORD
       .

       255-FIND-BASE-GROUP.
      *    A NEW DATED VERSION BELONGS TO WHOEVER OWNS THE RUN-ID'S
      *    BASE VERSION UNLESS THE ADD NAMES A GROUP OF ITS OWN

           MOVE SPACES TO WS-BASE-GROUP
           IF TRN-GROUP = SPACES AND WS-TRN-EFF-DATE NOT = 0
               MOVE TRN-RUN-ID TO MST-RUN-ID
               MOVE 0 TO MST-EFF-DATE
               READ MLAB-PARMMST
               IF WS-MST-REC-FOUND
                   MOVE MST-GROUP TO WS-BASE-GROUP
               END-IF
           END-IF
       .

       260-SAVE-BEFORE-IMAGE.
           MOVE MST-RECORD TO WS-BEFORE-RECORD

                  MST-EFF-DATE DELIMITED BY SIZE
                  MST-VALUES   DELIMITED BY SIZE
                  MST-EQ-TYPE  DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  MST-GROUP    DELIMITED BY SIZE
               INTO WS-BEFORE-IMAGE
           END-STRING
       .
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-CURRENT-TIME(1:6) TO JRN-TIME
           MOVE TRN-USER-ID TO JRN-USER
           MOVE TRN-APPROVER-ID TO JRN-APPROVER
           MOVE TRN-ACTION TO JRN-ACTION
           MOVE TRN-RUN-ID TO JRN-RUN-ID
           MOVE WS-TRN-EFF-DATE TO JRN-EFF-DATE
           MOVE WS-BEFORE-STAMPED TO JRN-BEFORE
           MOVE WS-AFTER-STAMPED TO JRN-AFTER
           MOVE WS-BEFORE-GROUP TO JRN-BEFORE-GROUP
           MOVE WS-AFTER-GROUP TO JRN-AFTER-GROUP
           WRITE JRN-RECORD
       .

           MOVE TRN-RUN-ID TO AC-RUN-ID
           MOVE WS-TRN-EFF-DATE TO AC-EFF-DATE
           MOVE TRN-USER-ID TO AC-USER-ID
           MOVE TRN-APPROVER-ID TO AC-APPROVER-ID
           MOVE ACTION-LINE TO MNTRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
                  MST-EFF-DATE DELIMITED BY SIZE
                  MST-VALUES   DELIMITED BY SIZE
                  MST-EQ-TYPE  DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  MST-GROUP    DELIMITED BY SIZE
               INTO IM-IMAGE
           END-STRING
           PERFORM 330-WRITE-IMAGE-LINE

       999-FINAL-ROUTINE.
           IF WS-TRN-FILE-PRESENT
               CLOSE MLAB-PARMAPR
               CLOSE MLAB-PARMJRN
               CLOSE MLAB-OPERMST
           END-IF
           CLOSE MLAB-PARMMST
           CLOSE MLAB-MNTRPT
      *    CHECKPOINT AND REPROCESS TRIGGERS

           IF WS-TRN-FILE-PRESENT
               CALL 'CBL_DELETE_FILE' USING WS-PARMAPR-FILE-NAME
                   RETURNING WS-DELETE-RETURN-CODE
               END-CALL

      *            WILL RE-APPLY ON THE NEXT SUBMISSION
                   DISPLAY 'WARNING: TRANSACTION FILE DELETE FAILED, '
                       'RC = ' WS-DELETE-RETURN-CODE
                       ' - REMOVE MLAB-PARMAPR.TXT BY HAND'
               END-IF
           END-IF

