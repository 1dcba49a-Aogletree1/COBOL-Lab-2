      *    COLS  6-13   THE REQUESTING OPERATOR'S USER-ID
      *    THE DROP IS ONE-SHOT AND DELETED AFTER THE BACK-OUT
      *******
      * REQUESTER AUTHORITY
      *    THE REQUESTER MUST BE AN ACTIVE OPERATOR HOLDING BACKOUT
      *    AUTHORITY ON MLAB-OPERMST.DAT.  A REFUSED REQUEST IS
      *    DELETED UNACTED AND THE STEP ENDS RC 16.  HONORED OR
      *    REFUSED, THE REQUEST IS WRITTEN TO THE PERMANENT SECURITY
      *    LOG MLAB-SECLOG.DAT
      *******
      * RETURN CODE
      *    0  = EVERY ACTION OF THE BATCH REVERSED
      *    4  = ONE OR MORE REVERSALS SKIPPED (MASTER CHANGED
      *         SINCE), OR THE BATCH HAS NO JOURNAL ENTRIES
      *    16 = A FILE COULD NOT BE OPENED, THE REQUEST IS
      *         UNREADABLE, OR THE REQUESTER IS NOT AUTHORIZED
      ****************************************************************
       ENVIRONMENT DIVISION.

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
           05  REQ-USER            PIC X(8).
      *
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
       FD  MLAB-MNTSEQ
           RECORD CONTAINS 5 CHARACTERS.
           05  LOCK-DATE           PIC 9(8).
           05  LOCK-TIME           PIC 9(6).
           05  LOCK-OPERATOR       PIC X(8).
      *
      *    THE AUTHORIZED-OPERATOR MASTER Lab2OperMaint MAINTAINS --
      *    READ ONLY HERE, TO VOUCH FOR THE REQUESTER
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
               88  WS-MNTSEQ-OK            VALUE '00'.
           05  WS-BKORPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-BKORPT-OK            VALUE '00'.
           05  WS-OPERMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-OPERMST-OK           VALUE '00'.
               88  WS-OPR-REC-FOUND        VALUE '00'.
           05  WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECLOG-OK            VALUE '00'.
               88  WS-SECLOG-NOT-FOUND     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-JOURNAL       VALUE 'Y'.
           05  WS-REVERSE-SWITCH   PIC X       VALUE 'Y'.
               88  WS-REVERSAL-GOOD        VALUE 'Y'.
           05  WS-AUTH-SWITCH      PIC X       VALUE 'N'.
               88  WS-AUTH-GRANTED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENTRIES-LOADED   PIC 9(3)    VALUE 0.
           05  WS-REQ-BATCH        PIC 9(5)    VALUE 0.
           05  WS-REQ-USER         PIC X(8)    VALUE SPACES.

      *    THE REQUEST JUDGED AGAINST THE OPERATOR MASTER AND
      *    WRITTEN TO THE SECURITY LOG
       01  WS-AUTH-WORK.
           05  WS-AUTH-CODE        PIC X(8)    VALUE 'BACKOUT '.
           05  WS-AUTH-USER        PIC X(8)    VALUE SPACES.
           05  WS-AUTH-OUTCOME     PIC X       VALUE SPACE.
           05  WS-AUTH-REASON      PIC X(24)   VALUE SPACES.
           05  WS-AUTH-DETAIL      PIC X(8)    VALUE SPACES.
           05  WS-AUTH-TIME        PIC 9(8)    VALUE 0.

       01  WS-BACKOUT-BATCH        PIC 9(5)    VALUE 0.
       01  WS-REASON-TEXT          PIC X(20)   VALUE SPACES.
       01  WS-MASTER-IMAGE         PIC X(67)   VALUE SPACES.

       01  WS-CONSUME-CONTROL.
           05  WS-BKOREQ-FILE-NAME PIC X(15)

      *    THE NAMED BATCH'S JOURNAL ENTRIES, HELD SO THEY CAN BE
      *    WALKED BACKWARD -- REVERSING IN REVERSE APPLY ORDER
      *    KEEPS AN ADD-THEN-CHANGE OF THE SAME RUN-ID HONEST.  EACH
      *    IMAGE IS REJOINED WITH ITS OWNING GROUP FROM THE END OF
      *    THE JOURNAL RECORD, SO IT IS A WHOLE MASTER RECORD AGAIN
       01  WS-BATCH-TABLE.
           05  WS-BT-COUNT         PIC 9(3)    VALUE 0.
           05  WS-BT-MAX           PIC 9(3)    VALUE 200.
               10  WS-BT-ACTION    PIC X.
               10  WS-BT-RUN-ID    PIC X(8).
               10  WS-BT-EFF-DATE  PIC 9(8).
               10  WS-BT-BEFORE.
                   15  WS-BT-BEFORE-STAMPED PIC X(63).
                   15  WS-BT-BEFORE-GROUP   PIC X(4).
               10  WS-BT-AFTER.
                   15  WS-BT-AFTER-STAMPED  PIC X(63).
                   15  WS-BT-AFTER-GROUP    PIC X(4).

       01  WS-BT-SUB               PIC S9(3)   VALUE 0.

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
                       WHEN OPR-AUTH-BACKOUT = 'Y'
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
               MOVE 'Lab2ParmBkout' TO SEC-PROGRAM
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
       050-HOUSEKEEPING.
           PERFORM 045-CHECK-RUN-LOCK
           PERFORM 052-READ-REQUEST
           PERFORM 053-CHECK-REQUESTER

           OPEN INPUT MLAB-PARMJRN
           IF NOT WS-PARMJRN-OK
           CLOSE MLAB-BKOREQ
       .

       053-CHECK-REQUESTER.
      *    REVERSING A WHOLE BATCH IS AS POWERFUL AS KEYING IT, SO
      *    ONLY AN OPERATOR THE MASTER VOUCHES FOR MAY ASK.  A
      *    REFUSED REQUEST IS CONSUMED SO IT CANNOT FIRE LATER WHEN
      *    SOMEBODY IS GRANTED THE AUTHORITY

           MOVE WS-REQ-USER TO WS-AUTH-USER
           MOVE WS-REQ-BATCH TO WS-AUTH-DETAIL
           PERFORM 043-CHECK-OPERATOR-AUTHORITY

           IF WS-AUTH-GRANTED
               MOVE 'H' TO WS-AUTH-OUTCOME
               MOVE 'BATCH BACK-OUT REQUESTED' TO WS-AUTH-REASON
               PERFORM 044-WRITE-SECURITY-LOG
           ELSE
               MOVE 'R' TO WS-AUTH-OUTCOME
               PERFORM 044-WRITE-SECURITY-LOG
               DISPLAY 'BACK-OUT OF BATCH ' WS-REQ-BATCH
                   ' REFUSED - REQUESTER ' WS-REQ-USER ': '
                   WS-AUTH-REASON

               CALL 'CBL_DELETE_FILE' USING WS-BKOREQ-FILE-NAME
                   RETURNING WS-DELETE-RETURN-CODE
               END-CALL
               IF WS-DELETE-RETURN-CODE NOT = 0
                   DISPLAY 'WARNING: REQUEST FILE DELETE FAILED, '
                       'RC = ' WS-DELETE-RETURN-CODE
                       ' - REMOVE MLAB-BKOREQ.TXT BY HAND'
               END-IF

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
       .

       057-STAMP-HEADING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
                   MOVE JRN-ACTION TO WS-BT-ACTION (WS-BT-COUNT)
                   MOVE JRN-RUN-ID TO WS-BT-RUN-ID (WS-BT-COUNT)
                   MOVE JRN-EFF-DATE TO WS-BT-EFF-DATE (WS-BT-COUNT)
                   MOVE JRN-BEFORE
                       TO WS-BT-BEFORE-STAMPED (WS-BT-COUNT)
                   MOVE JRN-BEFORE-GROUP
                       TO WS-BT-BEFORE-GROUP (WS-BT-COUNT)
                   MOVE JRN-AFTER
                       TO WS-BT-AFTER-STAMPED (WS-BT-COUNT)
                   MOVE JRN-AFTER-GROUP
                       TO WS-BT-AFTER-GROUP (WS-BT-COUNT)
               ELSE
                   DISPLAY 'WARNING: BACK-OUT TABLE FULL, ENTRY '
                       'NOT REVERSED FOR RUN-ID ' JRN-RUN-ID
      *    JOURNAL IS CONCERNED: REVERSING AN ADD JOURNALS AS A
      *    DELETE, A CHANGE AS THE OPPOSITE CHANGE, A DELETE AS AN
      *    ADD -- EACH UNDER THE BACK-OUT BATCH AND THE REQUESTING
      *    OPERATOR'S USER-ID.  A BACK-OUT IS NOT A KEYED CHANGE AND
      *    DOES NOT PASS THROUGH APPROVAL, SO THE APPROVER IS BLANK

           MOVE WS-BACKOUT-BATCH TO JRN-BATCH
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-CURRENT-TIME(1:6) TO JRN-TIME
           MOVE WS-REQ-USER TO JRN-USER
           MOVE SPACES TO JRN-APPROVER
           MOVE WS-BT-RUN-ID (WS-BT-SUB) TO JRN-RUN-ID
           MOVE WS-BT-EFF-DATE (WS-BT-SUB) TO JRN-EFF-DATE

           EVALUATE WS-BT-ACTION (WS-BT-SUB)
               WHEN 'A'
                   MOVE 'D' TO JRN-ACTION
                   MOVE WS-BT-AFTER-STAMPED (WS-BT-SUB) TO JRN-BEFORE
                   MOVE WS-BT-AFTER-GROUP (WS-BT-SUB)
                       TO JRN-BEFORE-GROUP
                   MOVE SPACES TO JRN-AFTER
                   MOVE SPACES TO JRN-AFTER-GROUP
               WHEN 'C'
                   MOVE 'C' TO JRN-ACTION
                   MOVE WS-BT-AFTER-STAMPED (WS-BT-SUB) TO JRN-BEFORE
                   MOVE WS-BT-AFTER-GROUP (WS-BT-SUB)
                       TO JRN-BEFORE-GROUP
                   MOVE WS-BT-BEFORE-STAMPED (WS-BT-SUB) TO JRN-AFTER
                   MOVE WS-BT-BEFORE-GROUP (WS-BT-SUB)
                       TO JRN-AFTER-GROUP
               WHEN 'D'
                   MOVE 'A' TO JRN-ACTION
                   MOVE SPACES TO JRN-BEFORE
                   MOVE SPACES TO JRN-BEFORE-GROUP
                   MOVE WS-BT-BEFORE-STAMPED (WS-BT-SUB) TO JRN-AFTER
                   MOVE WS-BT-BEFORE-GROUP (WS-BT-SUB)
                       TO JRN-AFTER-GROUP
           END-EVALUATE

           WRITE JRN-RECORD
