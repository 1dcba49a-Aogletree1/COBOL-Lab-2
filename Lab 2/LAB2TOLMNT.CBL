      *    CARRYING THE KEYER'S USER-ID, WITH A BEFORE/AFTER
      *    REGISTER FOR EVERY MAINTENANCE RUN.
      *******
      * TRANSACTION SOURCE
      *    KEYED TRANSACTIONS (MLAB-TOLTRN.TXT) ARE NOT APPLIED AS
      *    KEYED.  Lab2MntApprove HOLDS EACH ONE ON THE PENDING FILE
      *    UNTIL A SECOND USER-ID APPROVES IT, THEN RELEASES IT TO
      *    MLAB-TOLAPR.TXT, WHICH IS THE ONLY FILE READ HERE.  A
      *    LINE WITH NO APPROVER, OR WITH THE KEYER AS ITS OWN
      *    APPROVER, IS REJECTED RATHER THAN APPLIED.  SO IS A LINE
      *    WHOSE KEYER IS NOT AN ACTIVE OPERATOR HOLDING TOL
      *    AUTHORITY ON MLAB-OPERMST.DAT -- EACH SUCH REFUSAL IS ALSO
      *    WRITTEN TO THE SECURITY LOG MLAB-SECLOG.DAT
      *******
      * TRANSACTION LAYOUT (MLAB-TOLAPR.TXT)
      *    COL   1      ACTION: A = ADD, C = CHANGE, D = DELETE
      *    COLS  2- 9   RUN-ID
      *    COLS 10-17   EXPECTED ANSWER, SIGN AND 99999V99 DIGITS
      *    COLS 18-24   PLUS/MINUS TOLERANCE, 99999V99 DIGITS
      *    COLS 25-32   KEYER'S USER-ID
      *    COLS 33-40   APPROVER'S USER-ID
      *******
      * OUTPUTS
      *    MLAB-TOLMST.DAT - INDEXED TOLERANCE MASTER, KEY RUN-ID
      *    MLAB-TOLRPT.TXT - MAINTENANCE REGISTER WITH BEFORE AND
      *                      AFTER IMAGES, KEYER AND APPROVER, AND
      *                      COUNTS BY ACTION
      *******
      * RETURN CODE
      *    0  = EVERY TRANSACTION APPLIED.  A MISSING TRANSACTION
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

           SELECT MLAB-TOLAPR
               ASSIGN TO DISK "MLAB-TOLAPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLAPR-STATUS.

           SELECT MLAB-TOLMST
               ASSIGN TO DISK "MLAB-TOLMST.DAT"
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
      *    TRANSACTION DROP -- A LONG OR SHORT KEYED LINE STAYS ONE
      *    TRANSACTION ON THE REGISTER INSTEAD OF SPLITTING INTO
      *    GARBAGE RECORDS
       FD  MLAB-TOLAPR
           RECORD CONTAINS 80 CHARACTERS.
       01  TRN-RAW-RECORD      PIC X(80).
      *
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
           05  WS-TOLAPR-STATUS    PIC XX      VALUE SPACES.
               88  WS-TOLAPR-OK            VALUE '00'.
               88  WS-TOLAPR-EOF           VALUE '10'.
               88  WS-TOLAPR-NOT-FOUND     VALUE '35'.
           05  WS-TOLMST-STATUS    PIC XX      VALUE SPACES.
               88  WS-TOLMST-OK            VALUE '00'.
               88  WS-TOLMST-NOT-FOUND     VALUE '35'.
               88  WS-TOL-DUP-KEY          VALUE '22'.
           05  WS-TOLRPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-TOLRPT-OK            VALUE '00'.
           05  WS-OPERMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-OPERMST-OK           VALUE '00'.
               88  WS-OPR-REC-FOUND        VALUE '00'.
           05  WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECLOG-OK            VALUE '00'.
               88  WS-SECLOG-NOT-FOUND     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
           05  WS-REASON-TEXT      PIC X(20)   VALUE SPACES.
           05  WS-BEFORE-IMAGE     PIC X(23)   VALUE SPACES.

      *    A REFUSED KEYER, AS WRITTEN TO THE SECURITY LOG BY
      *    044-WRITE-SECURITY-LOG
       01  WS-AUTH-WORK.
           05  WS-AUTH-CODE        PIC X(8)    VALUE 'TOLTRN  '.
           05  WS-AUTH-USER        PIC X(8)    VALUE SPACES.
           05  WS-AUTH-OUTCOME     PIC X       VALUE 'R'.
           05  WS-AUTH-REASON      PIC X(24)   VALUE SPACES.
           05  WS-AUTH-DETAIL      PIC X(8)    VALUE SPACES.
           05  WS-AUTH-TIME        PIC 9(8)    VALUE 0.

       01  WS-CONSUME-CONTROL.
           05  WS-TOLAPR-FILE-NAME PIC X(15)
                                    VALUE 'MLAB-TOLAPR.TXT'.
           05  WS-DELETE-RETURN-CODE PIC S9(9) COMP-5.

      *    THE FIRST 40 RAW POSITIONS RESHAPED AS THE TRANSACTION
      *    LAYOUT -- ACTION, KEY, EXPECTED ANSWER, TOLERANCE, THE
      *    KEYER'S USER-ID AND THE APPROVER'S
       01  WS-TRN-WORK.
           05  TRN-ACTION          PIC X.
               88  TRN-ADD                 VALUE 'A'.
               10  TRN-EXP-DIGITS  PIC X(7).
           05  TRN-TOLERANCE       PIC X(7).
           05  TRN-USER-ID         PIC X(8).
           05  TRN-APPROVER-ID     PIC X(8).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  AC-RUN-ID       PIC X(8).
           05                  PIC X(5)     VALUE ' BY '.
           05  AC-USER-ID      PIC X(8).
           05                  PIC X(5)     VALUE ' CHK '.
           05  AC-APPROVER-ID  PIC X(8).

       01  IMAGE-LINE.
           05                  PIC X(10)    VALUE ' '.
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
               MOVE 'Lab2TolMaint' TO SEC-PROGRAM
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

           OPEN INPUT MLAB-TOLAPR
           IF WS-TOLAPR-OK
               PERFORM 053-OPEN-OPERATOR-MASTER
               PERFORM 060-READ-TRANSACTION
           ELSE
               IF WS-TOLAPR-NOT-FOUND
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 'N' TO WS-TRN-FILE-SWITCH
                   MOVE SPACES TO NOTE-LINE-TEXT
                   MOVE 'NO APPROVED TRANSACTIONS - NOTHING TO APPLY'
                       TO NOTE-LINE-TEXT
                   MOVE NOTE-LINE TO TOLRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
               ELSE
                   DISPLAY 'MLAB-TOLAPR.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-TOLAPR-STATUS
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

       057-STAMP-HEADING.
      *    STAMP RUN DATE AND TIME ON THE REGISTER SO A MAINTENANCE
      *    RUN CAN BE TIED TO THE TRANSACTION DROP THAT CAUSED IT
       .

       060-READ-TRANSACTION.
           READ MLAB-TOLAPR
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE TRN-RAW-RECORD(1:40) TO WS-TRN-WORK
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
      *    WAS ALLOWED TO KEY TOL CHANGES AT ALL

           IF WS-TRN-PASSED
               PERFORM 120-CHECK-KEYER-AUTHORITY
           END-IF

      *    A DELETE ONLY NEEDS THE KEY -- THE EXPECTED-ANSWER AND
      *    TOLERANCE FIELDS ARE EDITED ONLY WHERE THEY WILL BE STORED

           END-IF
       .

       120-CHECK-KEYER-AUTHORITY.
      *    THE KEYER MUST BE AN ACTIVE OPERATOR HOLDING TOL
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
               WHEN OPR-AUTH-TOL NOT = 'Y'
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
           MOVE TRN-RUN-ID TO TOL-RUN-ID
           READ MLAB-TOLMST
       310-WRITE-ACTION-LINE.
           MOVE TRN-RUN-ID TO AC-RUN-ID
           MOVE TRN-USER-ID TO AC-USER-ID
           MOVE TRN-APPROVER-ID TO AC-APPROVER-ID
           MOVE ACTION-LINE TO TOLRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

       999-FINAL-ROUTINE.
           IF WS-TRN-FILE-PRESENT
               CLOSE MLAB-TOLAPR
               CLOSE MLAB-OPERMST
           END-IF
           CLOSE MLAB-TOLMST
           CLOSE MLAB-TOLRPT
      *    COMPLETED, THE SAME WAY Lab2ParmMaint RETIRES ITS DROP

           IF WS-TRN-FILE-PRESENT
               CALL 'CBL_DELETE_FILE' USING WS-TOLAPR-FILE-NAME
                   RETURNING WS-DELETE-RETURN-CODE
               END-CALL

      *            WILL RE-APPLY ON THE NEXT SUBMISSION
                   DISPLAY 'WARNING: TRANSACTION FILE DELETE FAILED, '
                       'RC = ' WS-DELETE-RETURN-CODE
                       ' - REMOVE MLAB-TOLAPR.TXT BY HAND'
               END-IF
           END-IF

