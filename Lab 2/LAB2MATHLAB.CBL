      *    PROGRAM.  THE FILE READ HERE IS THE CLEAN FILE WRITTEN BY
      *    Lab2ParmEdit, WHICH HAS ALREADY DROPPED SHORT, BLANK,
      *    NON-NUMERIC AND DUPLICATE RAW RECORDS TO ITS REJECT FILE.
      *    EACH RECORD ALSO CARRIES ITS RUN-ID'S OWNING ANALYST
      *    GROUP, WHICH RIDES ALONG ONTO ANY SUSPENSE RECORD SO
      *    Lab2Burst CAN FILE A PARKED ITEM UNDER ITS OWNER EVEN
      *    AFTER THE RUN-ID LEAVES THE PARAMETER FILE.
      ********
      * OUTPUT 1
      *    SOLVE THE EQUATION IN THE INSTRUCTION USING MATH VERBS
               ASSIGN TO DISK "MLAB-LOKCLR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOKCLR-STATUS.

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
       01  REPORT-RECORD       PIC X(80).
      *
       FD  MLAB-PARMS
           RECORD CONTAINS 43 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-RUN-ID         PIC X(8).
           05  PARM-A              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  PARM-D              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  PARM-E              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  PARM-EQ-TYPE        PIC X.
           05  PARM-GROUP          PIC X(4).
      *
       FD  MLAB-CHKPT
           RECORD CONTAINS 20 CHARACTERS.
      *    FILLING THE 'E' HOLE THE DOWNSTREAM CONSUMER WOULD
      *    OTHERWISE CARRY UNTIL THE NEXT BATCH WINDOW
       FD  MLAB-SUSP
           RECORD CONTAINS 63 CHARACTERS.
       01  SUSP-RECORD.
           05  SUSP-RUN-ID         PIC X(8).
           05  SUSP-A              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  SUSP-E              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  SUSP-EQ-TYPE        PIC X.
           05  SUSP-REASON         PIC X(20).
           05  SUSP-GROUP          PIC X(4).
      *
      *    ONE-LINE SUMMARY OF EVERY EXECUTION, APPENDED AT END OF
      *    JOB -- THE PERMANENT RECORD OF WHAT EACH RUN DID AND
      *    TRAFFIC, SO PROPOSED FIGURES CAN BE PREVIEWED WITHOUT
      *    SCRUBBING THEM BACK OUT OF THE LIVE FILES
       FD  MLAB-PARMSIM
           RECORD CONTAINS 43 CHARACTERS.
       01  SIM-PARM-RECORD.
           05  SIMP-RUN-ID         PIC X(8).
           05  SIMP-A              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  SIMP-D              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  SIMP-E              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  SIMP-EQ-TYPE        PIC X.
           05  SIMP-GROUP          PIC X(4).
      *
       FD  MLAB-SIMRPT
           RECORD CONTAINS 80 CHARACTERS.
      *    ONE-SHOT OVERRIDE DROP AUTHORIZING THIS SUBMISSION TO
      *    CLEAR A STALE LOCK AN ABEND LEFT BEHIND -- CONSUMED ON
      *    EVERY SUBMISSION IT IS FOUND ON, EVEN WHEN THERE IS NO
      *    LOCK TO CLEAR, SO IT CAN NEVER LINGER ARMED.  IT CARRIES
      *    THE USER-ID OF THE OPERATOR DROPPING IT, AND ARMS ONLY
      *    WHEN THE OPERATOR MASTER GRANTS THAT USER LOKCLR
       FD  MLAB-LOKCLR
           RECORD CONTAINS 8 CHARACTERS.
       01  LOKCLR-RECORD.
           05  LOKCLR-USER         PIC X(8).
      *
      *    THE AUTHORIZED-OPERATOR MASTER Lab2OperMaint MAINTAINS --
      *    READ ONLY HERE, TO VOUCH FOR THE LOCK-CLEAR USER-ID
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
       FD  MLAB-RUNLOG
           RECORD CONTAINS 37 CHARACTERS.
               88  WS-OPERID-OK            VALUE '00'.
           05  WS-LOKCLR-STATUS    PIC XX      VALUE SPACES.
               88  WS-LOKCLR-OK            VALUE '00'.
           05  WS-OPERMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-OPERMST-OK           VALUE '00'.
               88  WS-OPR-REC-FOUND        VALUE '00'.
           05  WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECLOG-OK            VALUE '00'.
               88  WS-SECLOG-NOT-FOUND     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-WITHIN-TOLERANCE     VALUE 'Y'.
           05  WS-LOCK-CLR-SWITCH  PIC X       VALUE 'N'.
               88  WS-LOCK-CLEAR-ARMED     VALUE 'Y'.
           05  WS-AUTH-SWITCH      PIC X       VALUE 'N'.
               88  WS-AUTH-GRANTED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-PROCESSED PIC 9(5)   VALUE 0.
           05  WS-LOKCLR-FILE-NAME   PIC X(15)
                                     VALUE 'MLAB-LOKCLR.TXT'.

      *    THE LOCK-CLEAR OVERRIDE JUDGED AGAINST THE OPERATOR
      *    MASTER AND WRITTEN TO THE SECURITY LOG
       01  WS-AUTH-WORK.
           05  WS-AUTH-CODE        PIC X(8)    VALUE 'LOKCLR  '.
           05  WS-AUTH-USER        PIC X(8)    VALUE SPACES.
           05  WS-AUTH-OUTCOME     PIC X       VALUE SPACE.
           05  WS-AUTH-REASON      PIC X(24)   VALUE SPACES.
           05  WS-AUTH-DETAIL      PIC X(8)    VALUE SPACES.
           05  WS-AUTH-TIME        PIC 9(8)    VALUE 0.

       01  WS-RESTART-CONTROL.
           05  WS-CHKPT-FILE-NAME    PIC X(14) VALUE 'MLAB-CHKPT.DAT'.
           05  WS-CHKPT-INTERVAL     PIC 9(3)  VALUE 5.
               10  WS-RT-E         PIC S9(3)V99 SIGN LEADING SEPARATE.
               10  WS-RT-EQ-TYPE   PIC X.
               10  WS-RT-REASON    PIC X(20).
               10  WS-RT-GROUP     PIC X(4).

       01  WS-RETAIN-SUB           PIC 9(3)    VALUE 0.

           05  CAL6R           PIC S9(4)V99   VALUE  0.

       01  CURRENT-RUN-ID          PIC X(8)    VALUE SPACES.
       01  CURRENT-GROUP           PIC X(4)    VALUE SPACES.

      *    EQUATION-TYPE CODE OF THE RECORD IN HAND -- A BLANK CODE
      *    ON THE INPUT RECORD IS NORMALIZED TO TYPE 1 AT READ TIME
           PERFORM 060-READ-PARM-RECORD
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
                       WHEN OPR-AUTH-LOKCLR = 'Y'
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
      *    SO NOTHING LATER IN THE RUN CAN COST THE RECORD OF WHO
      *    DID WHAT.  THE FIRST EVENT EVER LOGGED CREATES THE FILE

           OPEN EXTEND MLAB-SECLOG
           IF WS-SECLOG-NOT-FOUND
               OPEN OUTPUT MLAB-SECLOG
           END-IF

           IF WS-SECLOG-OK
               ACCEPT SEC-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUTH-TIME FROM TIME
               MOVE WS-AUTH-TIME(1:6) TO SEC-TIME
               MOVE 'Lab2MathLab' TO SEC-PROGRAM
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
      *    A LOCK ALREADY ON DISK MEANS ANOTHER SUBMISSION IS (OR
      *    DIED) MID-RUN -- STARTING A SECOND ONE WOULD TURN ITS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE 'H' TO WS-AUTH-OUTCOME
                   MOVE 'STALE LOCK CLEARED' TO WS-AUTH-REASON
                   MOVE LOCK-RUN-SEQ TO WS-AUTH-DETAIL
                   PERFORM 044-WRITE-SECURITY-LOG
               ELSE
                   DISPLAY 'RUN ' LOCK-RUN-SEQ
                       ' IN PROGRESS, STARTED ' LOCK-DATE ' '
                       LOCK-TIME ' BY ' LOCK-OPERATOR
                       ' - SUBMISSION REFUSED'
                   DISPLAY 'IF THAT RUN ABENDED, DROP '
                       'MLAB-LOKCLR.TXT (WITH YOUR USER-ID) AND '
                       'RESUBMIT'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-LOCK-CLEAR-ARMED
                   DISPLAY 'NO STALE LOCK TO CLEAR - OVERRIDE '
                       'DISCARDED'
                   MOVE 'D' TO WS-AUTH-OUTCOME
                   MOVE 'NO LOCK - DISCARDED' TO WS-AUTH-REASON
                   MOVE SPACES TO WS-AUTH-DETAIL
                   PERFORM 044-WRITE-SECURITY-LOG
               END-IF
           END-IF
       .

       046-CHECK-LOCK-OVERRIDE.
      *    THE DROP ARMS THE CLEAR ONLY FOR AN OPERATOR HOLDING
      *    LOKCLR AUTHORITY.  A REFUSED DROP IS LOGGED AND DELETED
      *    ALL THE SAME, AND THE LOCK STANDS

           OPEN INPUT MLAB-LOKCLR
           IF WS-LOKCLR-OK
               MOVE SPACES TO WS-AUTH-USER
               READ MLAB-LOKCLR
                   NOT AT END
                       MOVE LOKCLR-USER TO WS-AUTH-USER
               END-READ
               CLOSE MLAB-LOKCLR

               PERFORM 043-CHECK-OPERATOR-AUTHORITY
               IF WS-AUTH-GRANTED
                   MOVE 'Y' TO WS-LOCK-CLR-SWITCH
               ELSE
                   DISPLAY 'OPERATOR OVERRIDE REFUSED - LOKCLR BY '
                       WS-AUTH-USER ': ' WS-AUTH-REASON
                   MOVE 'R' TO WS-AUTH-OUTCOME
                   MOVE SPACES TO WS-AUTH-DETAIL
                   PERFORM 044-WRITE-SECURITY-LOG
               END-IF

               CALL 'CBL_DELETE_FILE' USING WS-LOKCLR-FILE-NAME
                   RETURNING WS-DELETE-RETURN-CODE
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE PARM-RUN-ID TO CURRENT-RUN-ID
                       MOVE PARM-GROUP TO CURRENT-GROUP
                       MOVE PARM-A TO A
                       MOVE PARM-B TO B
                       MOVE PARM-C TO C
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SIMP-RUN-ID TO CURRENT-RUN-ID
                   MOVE SIMP-GROUP TO CURRENT-GROUP
                   MOVE SIMP-A TO A
                   MOVE SIMP-B TO B
                   MOVE SIMP-C TO C
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SUSP-RUN-ID TO CURRENT-RUN-ID
                   MOVE SUSP-GROUP TO CURRENT-GROUP
                   MOVE SUSP-A TO A
                   MOVE SUSP-B TO B
                   MOVE SUSP-C TO C
               MOVE E TO SUSP-E
               MOVE CURRENT-EQ-TYPE TO SUSP-EQ-TYPE
               MOVE EX-REASON TO SUSP-REASON
               MOVE CURRENT-GROUP TO SUSP-GROUP
               WRITE SUSP-RECORD
           ELSE
               PERFORM 465-RETAIN-SUSPENSE-RECORD
               MOVE CURRENT-EQ-TYPE
                   TO WS-RT-EQ-TYPE (WS-RETAIN-COUNT)
               MOVE EX-REASON TO WS-RT-REASON (WS-RETAIN-COUNT)
               MOVE CURRENT-GROUP TO WS-RT-GROUP (WS-RETAIN-COUNT)
           ELSE
      *        THE RECORD IS STILL FLAGGED ON THE REPORT AND XFER --
      *        IT JUST DROPS OUT OF SUSPENSE, SO WARN RATHER THAN
           MOVE WS-RT-E (WS-RETAIN-SUB) TO SUSP-E
           MOVE WS-RT-EQ-TYPE (WS-RETAIN-SUB) TO SUSP-EQ-TYPE
           MOVE WS-RT-REASON (WS-RETAIN-SUB) TO SUSP-REASON
           MOVE WS-RT-GROUP (WS-RETAIN-SUB) TO SUSP-GROUP
           WRITE SUSP-RECORD
       .

