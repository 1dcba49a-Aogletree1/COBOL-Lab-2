      *    -- CONSUMED ONE-SHOT THE SAME WAY THE TRANSACTION DROPS
      *    ARE, SO AN OVERRIDE NEVER LEAKS INTO THE NEXT NIGHT
      *******
      * STEP-TIMING LEDGER (MLAB-STPLOG.DAT)
      *    PERMANENT, APPEND-ONLY -- UNLIKE THE STEP STATUS FILE IT
      *    IS NEVER DELETED.  ONE RECORD PER STEP RUN OR SKIPPED AS
      *    NOT DUE, WITH ITS START AND END DATE/TIME AND RC, PLUS A
      *    JOBEND RECORD WHEN EVERY PLAN STEP HAS COMPLETED.  EACH
      *    RECORD CARRIES THE DATE/TIME THE JOB'S FRESH SUBMISSION
      *    STARTED, SO A RESUBMISSION'S STEPS (LOGGED AS RESUMED)
      *    GROUP WITH THE NIGHT THEY FINISH.  THE RUN SEQUENCE IS
      *    THE ONE ON FILE WHEN THE STEP ENDED.  Lab2SlaRpt READS IT
      *******
      * OVERRIDE DROP (MLAB-OVERRIDE.TXT)
      *    COLS  1- 8  CODE, 'RUNTODAY' OR 'POSTOOB '
      *    COLS  9-16  USER-ID OF THE OPERATOR DROPPING IT
      *    AN OVERRIDE IS HONORED ONLY WHEN THAT USER-ID IS AN
      *    ACTIVE OPERATOR ON MLAB-OPERMST.DAT HOLDING THE CODE'S
      *    AUTHORITY.  A REFUSED DROP IS CONSUMED JUST LIKE AN
      *    HONORED ONE, AND EITHER WAY THE EVENT IS APPENDED TO THE
      *    PERMANENT SECURITY LOG MLAB-SECLOG.DAT FOR Lab2SecAudit
      *******
      * RETURN CODE
      *    HIGHEST RC RETURNED BY ANY STEP RUN THIS SUBMISSION,
      *    OR 16 IF THE PLAN FILE IS MISSING OR A STEP PROGRAM
               ASSIGN TO DISK "MLAB-RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.

           SELECT MLAB-STPLOG
               ASSIGN TO DISK "MLAB-STPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STPLOG-STATUS.

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
      *    ONE-SHOT OPERATOR OVERRIDE DROP -- SAME "DROP A FILE
      *    INSTEAD OF RECOMPILING" CONVENTION AS THE CONTROL FILES,
      *    DELETED THE MOMENT IT IS HONORED OR REFUSED
       FD  MLAB-OVERRIDE
           RECORD CONTAINS 16 CHARACTERS.
       01  OVERRIDE-RECORD.
           05  OVR-CODE            PIC X(8).
               88  OVR-POST-OOB            VALUE 'POSTOOB '.
               88  OVR-RUN-TODAY           VALUE 'RUNTODAY'.
           05  OVR-USER            PIC X(8).
      *
      *    OPTIONAL RUN CALENDAR -- PROCESSING DAYS OF THE WEEK AND
      *    DATED HOLIDAYS, ONE FACT PER RECORD
           05  LOCK-DATE           PIC 9(8).
           05  LOCK-TIME           PIC 9(6).
           05  LOCK-OPERATOR       PIC X(8).
      *
      *    THE PERMANENT STEP-TIMING LEDGER -- TIMES ARE HHMMSSHH AS
      *    ACCEPT ... FROM TIME GIVES THEM
       FD  MLAB-STPLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  STPLOG-RECORD.
           05  LOG-JOB-DATE        PIC 9(8).
           05  LOG-JOB-TIME        PIC 9(8).
           05  LOG-RUN-SEQ         PIC 9(5).
           05  LOG-STEP-NUMBER     PIC 9(2).
           05  LOG-PROGRAM         PIC X(16).
           05  LOG-START-DATE      PIC 9(8).
           05  LOG-START-TIME      PIC 9(8).
           05  LOG-END-DATE        PIC 9(8).
           05  LOG-END-TIME        PIC 9(8).
           05  LOG-RC              PIC 9(2).
           05  LOG-DISPOSITION     PIC X(7).
               88  LOG-STEP-RUN            VALUE 'RUN    '.
               88  LOG-STEP-NOT-DUE        VALUE 'NOTDUE '.
               88  LOG-STEP-RESUMED        VALUE 'RESUMED'.
               88  LOG-JOB-END             VALUE 'JOBEND '.
      *
      *    THE AUTHORIZED-OPERATOR MASTER Lab2OperMaint MAINTAINS --
      *    READ ONLY HERE, TO VOUCH FOR AN OVERRIDE'S USER-ID
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
               88  WS-DRVDATE-OK           VALUE '00'.
           05  WS-RUNLOCK-STATUS   PIC XX      VALUE SPACES.
               88  WS-RUNLOCK-OK           VALUE '00'.
           05  WS-STPLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-STPLOG-OK            VALUE '00'.
               88  WS-STPLOG-NOT-FOUND     VALUE '35'.
           05  WS-OPERMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-OPERMST-OK           VALUE '00'.
               88  WS-OPR-REC-FOUND        VALUE '00'.
           05  WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECLOG-OK            VALUE '00'.
               88  WS-SECLOG-NOT-FOUND     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-RUN-TODAY-HONORED    VALUE 'Y'.
           05  WS-LOCK-SWITCH      PIC X       VALUE 'N'.
               88  WS-RUN-LOCKED           VALUE 'Y'.
           05  WS-AUTH-SWITCH      PIC X       VALUE 'N'.
               88  WS-AUTH-GRANTED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-STEPS-RUN        PIC 9(2)    VALUE 0.

       01  WS-RUN-SEQUENCE         PIC 9(5)    VALUE 0.

      *    ONE OVERRIDE JUDGED AGAINST THE OPERATOR MASTER AND
      *    WRITTEN TO THE SECURITY LOG -- THE CALLER SETS THE CODE,
      *    USER, DETAIL AND WHAT THE OVERRIDE IS FOR
       01  WS-AUTH-WORK.
           05  WS-AUTH-CODE        PIC X(8)    VALUE SPACES.
           05  WS-AUTH-USER        PIC X(8)    VALUE SPACES.
           05  WS-AUTH-OUTCOME     PIC X       VALUE SPACE.
           05  WS-AUTH-REASON      PIC X(24)   VALUE SPACES.
           05  WS-AUTH-DETAIL      PIC X(8)    VALUE SPACES.
           05  WS-AUTH-PURPOSE     PIC X(24)   VALUE SPACES.
           05  WS-AUTH-TIME        PIC 9(8)    VALUE 0.

      *    WHEN THIS JOB'S FRESH SUBMISSION STARTED -- THE KEY THAT
      *    TIES A NIGHT'S LEDGER RECORDS TOGETHER ACROSS RESUMES --
      *    AND THE CLOCK READINGS AROUND THE STEP BEING LOGGED
       01  WS-TIMING-WORK.
           05  WS-JOB-START-DATE   PIC 9(8)    VALUE 0.
           05  WS-JOB-START-TIME   PIC 9(8)    VALUE 0.
           05  WS-STEP-START-DATE  PIC 9(8)    VALUE 0.
           05  WS-STEP-START-TIME  PIC 9(8)    VALUE 0.
           05  WS-STEP-END-DATE    PIC 9(8)    VALUE 0.
           05  WS-STEP-END-TIME    PIC 9(8)    VALUE 0.
           05  WS-LOG-DISPOSITION  PIC X(7)    VALUE SPACES.
           05  WS-RUN-DISPOSITION  PIC X(7)    VALUE 'RUN    '.

      *    TODAY AS THE CALENDAR SEES IT -- DATE, DAY OF WEEK
      *    (1 = MONDAY, MATCHING THE PLAN'S WEEKLY CODES) AND
      *    WHETHER TODAY IS THE LAST CALENDAR DAY OF ITS MONTH
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
                       WHEN WS-AUTH-CODE = 'RUNTODAY'
                           AND OPR-AUTH-RUNTODAY = 'Y'
                       WHEN WS-AUTH-CODE = 'POSTOOB '
                           AND OPR-AUTH-POSTOOB = 'Y'
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
      *    SO NOTHING LATER IN THE JOB CAN COST THE RECORD OF WHO
      *    DID WHAT.  THE FIRST EVENT EVER LOGGED CREATES THE FILE

           OPEN EXTEND MLAB-SECLOG
           IF WS-SECLOG-NOT-FOUND
               OPEN OUTPUT MLAB-SECLOG
           END-IF

           IF WS-SECLOG-OK
               ACCEPT SEC-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUTH-TIME FROM TIME
               MOVE WS-AUTH-TIME(1:6) TO SEC-TIME
               MOVE 'Lab2Driver' TO SEC-PROGRAM
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

       050-HOUSEKEEPING.
           PERFORM 052-LOAD-JOB-PLAN
           PERFORM 055-LOAD-STEP-STATUS
               PERFORM 062-CHECK-CALENDAR-GATE
               PERFORM 066-CHECK-SAME-DAY-GUARD
           END-IF

           PERFORM 068-SET-JOB-IDENTITY
       .

       060-SET-CALENDAR-FACTS.

           IF WS-PROC-DAY (WS-DAY-OF-WEEK) NOT = 'Y'
               OR WS-TODAY-HOLIDAY
               MOVE 'NON-PROCESSING DAY' TO WS-AUTH-PURPOSE
               PERFORM 064-CHECK-RUN-TODAY-OVERRIDE
               IF WS-RUN-TODAY-HONORED
                   DISPLAY 'OPERATOR OVERRIDE HONORED - RUNNING ON '

       064-CHECK-RUN-TODAY-OVERRIDE.
      *    THE SAME ONE-SHOT OVERRIDE DROP THE BALANCE GATE USES,
      *    WITH ITS OWN CODE -- CONSUMED THE MOMENT IT IS JUDGED
      *    SO IT CANNOT WAVE TOMORROW'S MISTAKE THROUGH AS WELL.
      *    ONLY AN OPERATOR HOLDING RUNTODAY AUTHORITY IS HONORED

           IF WS-RUN-TODAY-HONORED
               CONTINUE
           ELSE
               MOVE SPACES TO WS-AUTH-CODE
               OPEN INPUT MLAB-OVERRIDE
               IF WS-OVERRIDE-OK
                   READ MLAB-OVERRIDE
                       NOT AT END
                           IF OVR-RUN-TODAY
                               MOVE OVR-CODE TO WS-AUTH-CODE
                               MOVE OVR-USER TO WS-AUTH-USER
                           END-IF
                   END-READ
                   CLOSE MLAB-OVERRIDE

                   IF WS-AUTH-CODE NOT = SPACES
                       MOVE WS-TODAY-DATE TO WS-AUTH-DETAIL
                       PERFORM 095-JUDGE-OVERRIDE
                       IF WS-AUTH-GRANTED
                           MOVE 'Y' TO WS-TODAY-OVR-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF

           IF WS-LAST-FULL-DATE = WS-TODAY-DATE
               MOVE 'SECOND SUBMISSION TODAY' TO WS-AUTH-PURPOSE
               PERFORM 064-CHECK-RUN-TODAY-OVERRIDE
               IF WS-RUN-TODAY-HONORED
                   DISPLAY 'OPERATOR OVERRIDE HONORED - SECOND '
           END-IF
       .

       068-SET-JOB-IDENTITY.
      *    A FRESH SUBMISSION STARTS A NEW NIGHT IN THE LEDGER.  A
      *    RESUME CARRIES ON THE JOB THAT STOPPED, WHICH IS ALWAYS
      *    THE LAST ONE LOGGED, SO ITS START IS TAKEN FROM THE LAST
      *    LEDGER RECORD -- UNLESS THAT NIGHT ALREADY ENDED OR THE
      *    LEDGER IS GONE, WHEN THE RESUME OPENS A NIGHT OF ITS OWN

           ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-START-TIME FROM TIME

           IF WS-DONE-COUNT > 0
               MOVE 'RESUMED' TO WS-RUN-DISPOSITION
               OPEN INPUT MLAB-STPLOG
               IF WS-STPLOG-OK
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 069-READ-LEDGER-RECORD
                       UNTIL WS-END-OF-FILE
                   CLOSE MLAB-STPLOG
               END-IF
           END-IF
       .

       069-READ-LEDGER-RECORD.
           READ MLAB-STPLOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF NOT LOG-JOB-END
                       MOVE LOG-JOB-DATE TO WS-JOB-START-DATE
                       MOVE LOG-JOB-TIME TO WS-JOB-START-TIME
                   ELSE
                       ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
                       ACCEPT WS-JOB-START-TIME FROM TIME
                   END-IF
           END-READ
       .

       052-LOAD-JOB-PLAN.
           OPEN INPUT MLAB-JOBPLAN
           IF NOT WS-JOBPLAN-OK
                       'NOT SCHEDULED TODAY, SKIPPED'
                   MOVE 0 TO WS-STEP-RETURN-CODE
                   PERFORM 110-RECORD-STEP-STATUS
                   ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-STEP-START-TIME FROM TIME
                   MOVE 'NOTDUE ' TO WS-LOG-DISPOSITION
                   PERFORM 120-LOG-STEP-TIMING
               ELSE
                   PERFORM 088-GATE-AND-RUN-STEP
               END-IF
      *    CONSUMED THE MOMENT IT IS HONORED SO IT CANNOT LINGER
      *    AND WAVE A FUTURE BAD RUN THROUGH

           MOVE SPACES TO WS-AUTH-CODE
           OPEN INPUT MLAB-OVERRIDE
           IF WS-OVERRIDE-OK
               READ MLAB-OVERRIDE
                   NOT AT END
                       IF OVR-POST-OOB
                           MOVE OVR-CODE TO WS-AUTH-CODE
                           MOVE OVR-USER TO WS-AUTH-USER
                       END-IF
               END-READ
               CLOSE MLAB-OVERRIDE

               IF WS-AUTH-CODE NOT = SPACES
                   MOVE 'RUN NOT IN BALANCE' TO WS-AUTH-PURPOSE
                   MOVE WS-RUN-SEQUENCE TO WS-AUTH-DETAIL
                   PERFORM 095-JUDGE-OVERRIDE
                   IF WS-AUTH-GRANTED
                       MOVE 'Y' TO WS-VERDICT-SWITCH
                       DISPLAY 'OPERATOR OVERRIDE HONORED - '
                           'POSTING OUT-OF-BALANCE RUN '
                           WS-RUN-SEQUENCE
                   END-IF
               END-IF
           END-IF
       .

       095-JUDGE-OVERRIDE.
      *    AN OVERRIDE IS AS GOOD AS THE USER-ID ON IT.  HONORED
      *    OR REFUSED, THE DROP IS CONSUMED AND THE EVENT LOGGED --
      *    A REFUSED DROP LEFT BEHIND WOULD ONLY WAIT FOR SOMEBODY
      *    TO BE GRANTED THE AUTHORITY AND THEN FIRE UNASKED

           PERFORM 043-CHECK-OPERATOR-AUTHORITY
           IF WS-AUTH-GRANTED
               MOVE 'H' TO WS-AUTH-OUTCOME
               MOVE WS-AUTH-PURPOSE TO WS-AUTH-REASON
           ELSE
               MOVE 'R' TO WS-AUTH-OUTCOME
               DISPLAY 'OPERATOR OVERRIDE REFUSED - ' WS-AUTH-CODE
                   ' BY ' WS-AUTH-USER ': ' WS-AUTH-REASON
           END-IF
           PERFORM 044-WRITE-SECURITY-LOG
           PERFORM 096-CONSUME-OVERRIDE
       .

       096-CONSUME-OVERRIDE.
           CALL 'CBL_DELETE_FILE' USING WS-OVERRIDE-FILE-NAME
               RETURNING WS-DELETE-RETURN-CODE
       100-RUN-PLAN-STEP.
           MOVE WS-PLAN-PROGRAM (WS-STEP-SUB) TO WS-CALL-PROGRAM
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME

           CALL WS-CALL-PROGRAM
               ON EXCEPTION

           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           ADD 1 TO WS-STEPS-RUN
           MOVE WS-RUN-DISPOSITION TO WS-LOG-DISPOSITION
           PERFORM 120-LOG-STEP-TIMING

           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF
       .

       120-LOG-STEP-TIMING.
      *    EVERY STEP RUN IS LOGGED, INCLUDING ONE THAT STOPPED THE
      *    JOB -- ITS TIME WAS SPENT IN THE WINDOW ALL THE SAME.  THE
      *    END STAMP IS TAKEN HERE, STRAIGHT AFTER THE STEP RETURNS

           ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-END-TIME FROM TIME
           PERFORM 092-GET-RUN-SEQUENCE

           MOVE WS-PLAN-STEP (WS-STEP-SUB) TO LOG-STEP-NUMBER
           MOVE WS-PLAN-PROGRAM (WS-STEP-SUB) TO LOG-PROGRAM
           MOVE WS-STEP-START-DATE TO LOG-START-DATE
           MOVE WS-STEP-START-TIME TO LOG-START-TIME
           IF WS-STEP-RETURN-CODE < 0
               MOVE 0 TO LOG-RC
           ELSE
               MOVE WS-STEP-RETURN-CODE TO LOG-RC
           END-IF
           PERFORM 125-WRITE-LEDGER-RECORD
       .

       125-WRITE-LEDGER-RECORD.
           OPEN EXTEND MLAB-STPLOG
           IF WS-STPLOG-NOT-FOUND
               OPEN OUTPUT MLAB-STPLOG
           END-IF

           IF WS-STPLOG-OK
               MOVE WS-JOB-START-DATE TO LOG-JOB-DATE
               MOVE WS-JOB-START-TIME TO LOG-JOB-TIME
               MOVE WS-RUN-SEQUENCE TO LOG-RUN-SEQ
               MOVE WS-STEP-END-DATE TO LOG-END-DATE
               MOVE WS-STEP-END-TIME TO LOG-END-TIME
               MOVE WS-LOG-DISPOSITION TO LOG-DISPOSITION
               WRITE STPLOG-RECORD
               CLOSE MLAB-STPLOG
           ELSE
      *        THE STEP ITSELF IS UNAFFECTED -- ONLY ITS TIMING IS
      *        LOST, SO WARN RATHER THAN STOP A HEALTHY STREAM
               DISPLAY 'WARNING: COULD NOT LOG STEP TIMING, '
                   'STATUS = ' WS-STPLOG-STATUS
           END-IF
       .

       130-LOG-JOB-END.
      *    THE NIGHT'S CLOSING STAMP -- THE MOMENT THE WHOLE STREAM
      *    FINISHED, WHICH IS WHAT THE BATCH-WINDOW TARGET JUDGES

           ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-END-TIME FROM TIME
           PERFORM 092-GET-RUN-SEQUENCE

           MOVE 0 TO LOG-STEP-NUMBER
           MOVE 'Lab2Driver' TO LOG-PROGRAM
           MOVE WS-JOB-START-DATE TO LOG-START-DATE
           MOVE WS-JOB-START-TIME TO LOG-START-TIME
           IF WS-JOB-RETURN-CODE < 0
               MOVE 0 TO LOG-RC
           ELSE
               MOVE WS-JOB-RETURN-CODE TO LOG-RC
           END-IF
           MOVE 'JOBEND ' TO WS-LOG-DISPOSITION
           PERFORM 125-WRITE-LEDGER-RECORD
       .

       150-CLEAR-STEP-STATUS.
           CALL 'CBL_DELETE_FILE' USING WS-STPSTAT-FILE-NAME
               RETURNING WS-DELETE-RETURN-CODE
      *        TODAY IS REFUSED WITHOUT AN OVERRIDE
               PERFORM 150-CLEAR-STEP-STATUS
               PERFORM 160-RECORD-FULL-SUBMISSION
               PERFORM 130-LOG-JOB-END
           END-IF

           DISPLAY 'JOB COMPLETE, STEPS RUN = ' WS-STEPS-RUN
