       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2AckRecon.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    DELIVERY RECONCILIATION FOR THE XFER HANDOFF.  Lab2MathLab
      *    SENDS MLAB-XFER.DAT DOWNSTREAM WITH O/E/V ROWS, BUT UNTIL
      *    NOW NOTHING TOLD US WHETHER THE CONSUMING SYSTEM LOADED
      *    THEM -- A DROPPED OR REJECTED ROW SURFACED ONLY WHEN
      *    SOMEBODY DOWNSTREAM PHONED DAYS LATER.  THIS STEP TAKES
      *    THE ACKNOWLEDGMENT FILE THE CONSUMER SENDS BACK, KEEPS
      *    EVERY ACK ON A PERMANENT LEDGER, AND MATCHES THE LEDGER
      *    AGAINST EVERY ROW SENT -- TONIGHT'S MLAB-XFER.DAT FOR THE
      *    CURRENT SEQUENCE, MLAB-HIST.DAT FOR THE EARLIER ONES.
      *******
      * DISPOSITIONS PRINTED
      *    REJECTED  - THE CONSUMER ACKED THE ROW WITH CODE R
      *    UNACKED   - NO ACK YET, STILL INSIDE THE AGE LIMIT
      *    OVERDUE   - NO ACK AND OLDER THAN THE AGE LIMIT
      *    HELD      - A 'V' ROW WITH NO ACK.  THE CONSUMER IS TOLD
      *                TO HOLD OUT-OF-TOLERANCE ROWS, SO SILENCE ON
      *                ONE IS EXPECTED AND IT IS NOT COUNTED AS AN
      *                OUTSTANDING DELIVERY
      *    NOT SENT  - AN ACK FOR A RUN-ID/SEQUENCE THAT IS NOT ON
      *                THE XFER FILE OR THE DETAIL HISTORY.  ACKS
      *                OLDER THAN THE OLDEST DETAIL STILL ON HISTORY
      *                (Lab2HistRoll TRIMS IT) ARE ONLY COUNTED
      *    ONLY LEDGER ACKS FOR A SEQUENCE STILL ON HISTORY (OR
      *    TONIGHT'S) ARE HELD FOR MATCHING -- OLDER ONES STAY ON
      *    THE LEDGER BUT HAVE NOTHING LEFT TO MATCH.  MORE ACKS IN
      *    THAT WINDOW THAN THE TABLE HOLDS STOPS THE STEP RC 16
      *    RATHER THAN REPORTING THE OVERFLOW AS UNACKED ROWS
      *    ACCEPTED ROWS ARE COUNTED, NOT PRINTED
      *******
      * ACK DROP (MLAB-XFERACK.TXT, FROM THE CONSUMER, OPTIONAL)
      *    COLS  1- 8  RUN-ID
      *    COLS  9-13  RUN SEQUENCE THE ROW WAS SENT UNDER
      *    COL  14     A = ACCEPTED, R = REJECTED
      *    COLS 15-34  CONSUMER'S REJECT REASON
      *    GOOD RECORDS ARE APPENDED TO THE LEDGER MLAB-ACKLOG.DAT
      *    WITH THE DATE RECEIVED; BAD ONES ARE PRINTED AND SKIPPED.
      *    THE DROP IS ONE-SHOT AND DELETED AT END OF JOB.  THE
      *    LATEST ACK FOR A ROW WINS, SO A REJECT FOLLOWED BY AN
      *    ACCEPT AFTER A RESEND READS AS ACCEPTED.
      *******
      *    MLAB-ACKCTL.TXT HOLDS THE AGE LIMIT IN DAYS, PIC 9(3) --
      *    MISSING OR UNREADABLE MEANS THE DEFAULT OF 3
      *******
      * RETURN CODE
      *    0  = EVERY ROW ACCEPTED, HELD, OR INSIDE THE AGE LIMIT
      *    4  = REJECTED ROWS, ACKS FOR ROWS NEVER SENT, OR BAD
      *         ACK RECORDS
      *    8  = UNACKNOWLEDGED ROWS OLDER THAN THE AGE LIMIT
      *    16 = A FILE COULD NOT BE OPENED, OR MORE ACKS TO MATCH
      *         THAN THE ACK TABLE HOLDS
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MLAB-XFERACK
               ASSIGN TO DISK "MLAB-XFERACK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERACK-STATUS.

           SELECT MLAB-ACKLOG
               ASSIGN TO DISK "MLAB-ACKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKLOG-STATUS.

           SELECT MLAB-ACKCTL
               ASSIGN TO DISK "MLAB-ACKCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKCTL-STATUS.

           SELECT MLAB-XFER
               ASSIGN TO DISK "MLAB-XFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.

           SELECT MLAB-HIST
               ASSIGN TO DISK "MLAB-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MLAB-RUNSEQ
               ASSIGN TO DISK "MLAB-RUNSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.

           SELECT MLAB-RUNLOG
               ASSIGN TO DISK "MLAB-RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT MLAB-ACKRPT
               ASSIGN TO PRINTER "MLAB-ACKRPT.TXT"
               FILE STATUS IS WS-ACKRPT-STATUS.

           SELECT MLAB-RUNLOCK
               ASSIGN TO DISK "MLAB-RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ONE ACK PER ROW THE CONSUMER PROCESSED, AS THEY SEND IT
       FD  MLAB-XFERACK
           RECORD CONTAINS 34 CHARACTERS.
       01  ACK-RECORD.
           05  ACK-RUN-ID          PIC X(8).
           05  ACK-RUN-SEQ         PIC X(5).
           05  ACK-RUN-SEQ-N REDEFINES ACK-RUN-SEQ
                                   PIC 9(5).
           05  ACK-CODE            PIC X.
               88  ACK-ACCEPTED            VALUE 'A'.
               88  ACK-REJECTED            VALUE 'R'.
           05  ACK-REASON          PIC X(20).
      *
      *    THE PERMANENT LEDGER OF EVERY GOOD ACK EVER RECEIVED --
      *    THE DATE IT ARRIVED IN FRONT OF THE UNCHANGED ACK IMAGE
       FD  MLAB-ACKLOG
           RECORD CONTAINS 42 CHARACTERS.
       01  ACKLOG-RECORD.
           05  AL-RECV-DATE        PIC 9(8).
           05  AL-RUN-ID           PIC X(8).
           05  AL-RUN-SEQ          PIC 9(5).
           05  AL-CODE             PIC X.
           05  AL-REASON           PIC X(20).
      *
       FD  MLAB-ACKCTL
           RECORD CONTAINS 3 CHARACTERS.
       01  ACKCTL-RECORD.
           05  ACKCTL-AGE-DAYS     PIC 9(3).
      *
       FD  MLAB-XFER
           RECORD CONTAINS 76 CHARACTERS.
       01  XFER-RECORD.
           05  XFER-RUN-ID         PIC X(8).
           05  XFER-VALUES         PIC X(30).
           05  XFER-EQ-TYPE        PIC X.
           05  XFER-ANS-VERBS      PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  XFER-ANS-COMPUTE    PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  XFER-STATUS         PIC X.
           05  XFER-EXC-REASON     PIC X(20).
      *
       FD  MLAB-HIST
           RECORD CONTAINS 89 CHARACTERS.
       01  HIST-RECORD.
           05  HIST-RUN-DATE       PIC 9(8).
           05  HIST-RUN-SEQ        PIC 9(5).
           05  HIST-XFER-IMAGE.
               10  HX-RUN-ID           PIC X(8).
               10  HX-VALUES           PIC X(30).
               10  HX-EQ-TYPE          PIC X.
               10  HX-ANS-VERBS        PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  HX-ANS-COMPUTE      PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  HX-STATUS           PIC X.
               10  HX-EXC-REASON       PIC X(20).
      *
       FD  MLAB-RUNSEQ
           RECORD CONTAINS 5 CHARACTERS.
       01  RUNSEQ-RECORD.
           05  RUNSEQ-COUNT        PIC 9(5).
      *
       FD  MLAB-RUNLOG
           RECORD CONTAINS 37 CHARACTERS.
       01  RUNLOG-RECORD.
           05  RL-RUN-SEQ          PIC 9(5).
           05  RL-RUN-DATE         PIC 9(8).
           05  RL-RUN-TIME         PIC 9(6).
           05  RL-RECORDS          PIC 9(5).
           05  RL-MISMATCHES       PIC 9(5).
           05  RL-EXCEPTIONS       PIC 9(5).
           05  RL-RETURN-CODE      PIC 9(2).
           05  RL-RUN-MODE         PIC X.
      *
       FD  MLAB-ACKRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACKRPT-RECORD       PIC X(80).
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
           05  WS-XFERACK-STATUS   PIC XX      VALUE SPACES.
               88  WS-XFERACK-OK           VALUE '00'.
           05  WS-ACKLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-ACKLOG-OK            VALUE '00'.
               88  WS-ACKLOG-NOT-FOUND     VALUE '35'.
           05  WS-ACKCTL-STATUS    PIC XX      VALUE SPACES.
               88  WS-ACKCTL-OK            VALUE '00'.
           05  WS-XFER-STATUS      PIC XX      VALUE SPACES.
               88  WS-XFER-OK              VALUE '00'.
           05  WS-HIST-STATUS      PIC XX      VALUE SPACES.
               88  WS-HIST-OK              VALUE '00'.
           05  WS-RUNSEQ-STATUS    PIC XX      VALUE SPACES.
               88  WS-RUNSEQ-OK            VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-RUNLOG-OK            VALUE '00'.
           05  WS-ACKRPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-ACKRPT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-RUN-DATE-SWITCH  PIC X       VALUE 'N'.
               88  WS-RUN-DATE-FOUND       VALUE 'Y'.
           05  WS-DROP-SWITCH      PIC X       VALUE 'N'.
               88  WS-ACK-DROP-PRESENT     VALUE 'Y'.
           05  WS-ACK-OK-SWITCH    PIC X       VALUE 'Y'.
               88  WS-ACK-RECORD-OK        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ROWS-SENT        PIC 9(5)    VALUE 0.
           05  WS-ROWS-ACCEPTED    PIC 9(5)    VALUE 0.
           05  WS-ROWS-REJECTED    PIC 9(5)    VALUE 0.
           05  WS-ROWS-HELD        PIC 9(5)    VALUE 0.
           05  WS-ROWS-UNACKED     PIC 9(5)    VALUE 0.
           05  WS-ROWS-OVERDUE     PIC 9(5)    VALUE 0.
           05  WS-ACKS-NOT-SENT    PIC 9(5)    VALUE 0.
           05  WS-ACKS-PAST-HIST   PIC 9(5)    VALUE 0.
           05  WS-ACKS-RECEIVED    PIC 9(5)    VALUE 0.
           05  WS-ACKS-BAD         PIC 9(5)    VALUE 0.

       01  WS-RUN-SEQUENCE         PIC 9(5)    VALUE 0.
       01  WS-RUN-DATE             PIC 9(8)    VALUE 0.
       01  WS-OLDEST-SEQ           PIC 9(5)    VALUE 99999.
       01  WS-AGE-LIMIT            PIC 9(3)    VALUE 3.

      *    EVERY ACK ON THE LEDGER, ONE ENTRY PER RUN-ID AND
      *    SEQUENCE -- A LATER ACK FOR THE SAME ROW OVERLAYS THE
      *    EARLIER ONE.  ENTRIES BEYOND WS-ACK-COUNT ARE SPACES AND
      *    A GOOD ACK ALWAYS CARRIES A RUN-ID, SO AN UNUSED SLOT
      *    CANNOT FALSELY MATCH
       01  WS-ACK-TABLE.
           05  WS-ACK-COUNT        PIC 9(4)    VALUE 0.
           05  WS-ACK-MAX          PIC 9(4)    VALUE 2000.
           05  WS-ACK-ENTRY        OCCURS 2000 TIMES
                                   INDEXED BY ACK-IDX.
               10  WS-ACK-RUN-ID   PIC X(8).
               10  WS-ACK-SEQ      PIC 9(5).
               10  WS-ACK-CODE     PIC X.
               10  WS-ACK-REASON   PIC X(20).
               10  WS-ACK-MATCHED  PIC X.

      *    THE SENT ROW BEING JUDGED, FROM EITHER SOURCE FILE
       01  WS-SENT-ROW.
           05  WS-SR-RUN-ID        PIC X(8)    VALUE SPACES.
           05  WS-SR-SEQ           PIC 9(5)    VALUE 0.
           05  WS-SR-DATE          PIC 9(8)    VALUE 0.
           05  WS-SR-STATUS        PIC X       VALUE SPACE.
               88  WS-SR-VARIANCE          VALUE 'V'.

       01  WS-WORK-FIELDS.
           05  WS-ACK-SUB          PIC 9(4)    VALUE 0.
           05  WS-AGE-DAYS         PIC 9(5)    VALUE 0.
           05  WS-FIND-RUN-ID      PIC X(8)    VALUE SPACES.
           05  WS-FIND-SEQ         PIC 9(5)    VALUE 0.

       01  WS-CONSUME-CONTROL.
           05  WS-XFERACK-FILE-NAME PIC X(16)
                                    VALUE 'MLAB-XFERACK.TXT'.
           05  WS-DELETE-RETURN-CODE PIC S9(9) COMP-5.

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

       01  WS-SENT-DATE-WORK.
           05  WS-SENT-DATE            PIC 9(8).
           05  WS-SENT-DATE-R REDEFINES WS-SENT-DATE.
               10  WS-SD-YYYY          PIC 9(4).
               10  WS-SD-MM            PIC 9(2).
               10  WS-SD-DD            PIC 9(2).
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9      VALUE 1.
      *
      ********************OUTPUT AREA***************************

       01  HEADING-LINE.
           05                  PIC X(10)   VALUE SPACE.
           05                  PIC X(30)   VALUE
                                   'XFER DELIVERY RECONCILIATION'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  LIMIT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(20)    VALUE
                                   'CURRENT RUN SEQUENCE'.
           05                  PIC X(1)     VALUE SPACE.
           05  LM-RUN-SEQ      PIC 9(5).
           05                  PIC X(18)    VALUE
                                   '   OVERDUE AFTER '.
           05  LM-AGE-LIMIT    PIC ZZ9.
           05                  PIC X(5)     VALUE ' DAYS'.

       01  CAPTION-LINE.
           05                  PIC X(5)    VALUE SPACE.
           05                  PIC X(25)   VALUE
                                   'RUN   SENT       RUN-ID'.
           05                  PIC X(25)   VALUE
                                   '  ST  AGE DISPOSITN'.
           05                  PIC X(20)   VALUE
                                   'REASON'.

       01  DETAIL-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  DL-RUN-SEQ      PIC 9(5).
           05                  PIC X(1)     VALUE SPACE.
           05  DL-SENT-DATE    PIC X(10).
           05                  PIC X(1)     VALUE SPACE.
           05  DL-RUN-ID       PIC X(8).
           05                  PIC X(3)     VALUE SPACE.
           05  DL-STATUS       PIC X.
           05                  PIC X(1)     VALUE SPACE.
           05  DL-AGE          PIC ZZZZ9.
           05                  PIC X(1)     VALUE SPACE.
           05  DL-DISPOSITION  PIC X(9).
           05                  PIC X(5)     VALUE SPACE.
           05  DL-REASON       PIC X(20).

       01  BAD-ACK-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(16)    VALUE 'BAD ACK RECORD: '.
           05  BA-IMAGE        PIC X(34).
           05                  PIC X(1)     VALUE SPACE.
           05  BA-REASON       PIC X(17).

       01  TRAILER-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           PERFORM 100-RECONCILE-HISTORY
           PERFORM 200-RECONCILE-XFER
           PERFORM 300-LIST-UNMATCHED-ACKS
               VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-COUNT
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
           PERFORM 052-GET-AGE-LIMIT
           PERFORM 053-GET-RUN-SEQUENCE
           PERFORM 054-GET-RUN-DATE

           OPEN OUTPUT MLAB-ACKRPT
           IF NOT WS-ACKRPT-OK
               DISPLAY 'MLAB-ACKRPT.TXT COULD NOT BE OPENED, STATUS ='
                   WS-ACKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 057-STAMP-HEADING
           WRITE ACKRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE WS-RUN-SEQUENCE TO LM-RUN-SEQ
           MOVE WS-AGE-LIMIT TO LM-AGE-LIMIT
           WRITE ACKRPT-RECORD FROM LIMIT-LINE
               AFTER ADVANCING 2
           MOVE 2 TO PROPER-SPACING

           PERFORM 060-FIND-OLDEST-SEQUENCE
           PERFORM 062-LOAD-ACK-LEDGER
           PERFORM 064-RECEIVE-ACK-DROP

           WRITE ACKRPT-RECORD FROM CAPTION-LINE
               AFTER ADVANCING 3
           MOVE 2 TO PROPER-SPACING
       .

       052-GET-AGE-LIMIT.
      *    SAME "DROP A FILE INSTEAD OF RECOMPILING" CONVENTION AS
      *    THE OTHER CONTROL FILES -- THREE DAYS FOR THE CONSUMER
      *    TO ACKNOWLEDGE IS THE COMPILED-IN DEFAULT

           OPEN INPUT MLAB-ACKCTL
           IF WS-ACKCTL-OK
               READ MLAB-ACKCTL
                   NOT AT END
                       IF ACKCTL-AGE-DAYS NUMERIC
                           AND ACKCTL-AGE-DAYS > 0
                           MOVE ACKCTL-AGE-DAYS TO WS-AGE-LIMIT
                       END-IF
               END-READ
               CLOSE MLAB-ACKCTL
           END-IF
       .

       053-GET-RUN-SEQUENCE.
      *    THE SEQUENCE FILE HOLDS THE NUMBER STAMPED ON THE RUN
      *    WHOSE ROWS ARE SITTING IN MLAB-XFER.DAT -- THOSE ARE
      *    JUDGED FROM THE XFER FILE, EVERY EARLIER SEQUENCE FROM
      *    THE HISTORY

           OPEN INPUT MLAB-RUNSEQ
           IF NOT WS-RUNSEQ-OK
               DISPLAY 'MLAB-RUNSEQ.DAT COULD NOT BE OPENED, STATUS = '
                   WS-RUNSEQ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ MLAB-RUNSEQ
               NOT AT END
                   MOVE RUNSEQ-COUNT TO WS-RUN-SEQUENCE
           END-READ
           CLOSE MLAB-RUNSEQ
       .

       054-GET-RUN-DATE.
      *    TONIGHT'S ROWS ARE AGED FROM THE RUN DATE ON THE RUN-
      *    HISTORY LEDGER, THE SAME DATE Lab2HistPost STAMPS ON
      *    THEM WHEN THEY REACH HISTORY -- SO A ROW'S AGE DOES NOT
      *    JUMP WHEN IT MOVES FROM ONE FILE TO THE OTHER

           OPEN INPUT MLAB-RUNLOG
           IF WS-RUNLOG-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 055-SCAN-ONE-LEDGER-LINE
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-RUNLOG
           END-IF

           IF NOT WS-RUN-DATE-FOUND
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
       .

       055-SCAN-ONE-LEDGER-LINE.
           READ MLAB-RUNLOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RL-RUN-SEQ = WS-RUN-SEQUENCE
                       MOVE RL-RUN-DATE TO WS-RUN-DATE
                       MOVE 'Y' TO WS-RUN-DATE-SWITCH
                   END-IF
           END-READ
       .

       060-FIND-OLDEST-SEQUENCE.
      *    THE OLDEST SEQUENCE THAT WILL BE RECONCILED -- THE
      *    EARLIEST ONE STILL ON DETAIL HISTORY, OR TONIGHT'S WHEN
      *    THERE IS NO HISTORY.  AN ACK OLDER THAN THIS CAN NEVER
      *    MATCH A ROW, SO IT IS NOT WORTH A TABLE SLOT

           MOVE WS-RUN-SEQUENCE TO WS-OLDEST-SEQ

           OPEN INPUT MLAB-HIST
           IF WS-HIST-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 061-SCAN-ONE-HIST-SEQ
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-HIST
           END-IF
       .

       061-SCAN-ONE-HIST-SEQ.
           READ MLAB-HIST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF HIST-RUN-SEQ < WS-OLDEST-SEQ
                       MOVE HIST-RUN-SEQ TO WS-OLDEST-SEQ
                   END-IF
           END-READ
       .

       062-LOAD-ACK-LEDGER.
      *    EVERY ACK EVER RECEIVED LOADS FIRST, IN ARRIVAL ORDER,
      *    SO A ROW ACKED ON AN EARLIER NIGHT STAYS ACKED.  A
      *    MISSING LEDGER JUST MEANS NO ACK HAS ARRIVED YET

           OPEN INPUT MLAB-ACKLOG
           IF WS-ACKLOG-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 063-LOAD-ONE-LEDGER-ACK
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-ACKLOG
           END-IF
       .

       063-LOAD-ONE-LEDGER-ACK.
           READ MLAB-ACKLOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF AL-RUN-SEQ NOT < WS-OLDEST-SEQ
                       MOVE AL-RUN-ID TO WS-FIND-RUN-ID
                       MOVE AL-RUN-SEQ TO WS-FIND-SEQ
                       PERFORM 070-STORE-ACK
                       MOVE AL-CODE TO WS-ACK-CODE (WS-ACK-SUB)
                       MOVE AL-REASON TO WS-ACK-REASON (WS-ACK-SUB)
                   END-IF
           END-READ
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

       064-RECEIVE-ACK-DROP.
      *    TODAY'S DROP FROM THE CONSUMER, IF ONE ARRIVED.  EACH
      *    GOOD RECORD GOES ONTO THE LEDGER AND INTO THE TABLE
      *    BEHIND THE OLDER ACKS, SO IT WINS OVER THEM.  NO DROP IS
      *    NORMAL -- THE LEDGER STILL RECONCILES AND ANY ROW STILL
      *    WAITING KEEPS AGING

           OPEN INPUT MLAB-XFERACK
           IF WS-XFERACK-OK
               MOVE 'Y' TO WS-DROP-SWITCH

               OPEN EXTEND MLAB-ACKLOG
               IF WS-ACKLOG-NOT-FOUND
                   OPEN OUTPUT MLAB-ACKLOG
               END-IF
               IF NOT WS-ACKLOG-OK
                   DISPLAY 'MLAB-ACKLOG.DAT COULD NOT BE OPENED, '
                       'STATUS = ' WS-ACKLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF

               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 066-RECEIVE-ONE-ACK
                   UNTIL WS-END-OF-FILE

               CLOSE MLAB-ACKLOG
               CLOSE MLAB-XFERACK
           ELSE
               DISPLAY 'NO ACK FILE RECEIVED - RECONCILING THE LEDGER'
           END-IF
       .

       066-RECEIVE-ONE-ACK.
           READ MLAB-XFERACK
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 068-EDIT-ACK-RECORD
                   IF WS-ACK-RECORD-OK
                       ADD 1 TO WS-ACKS-RECEIVED
                       MOVE WS-CURRENT-DATE TO AL-RECV-DATE
                       MOVE ACK-RUN-ID TO AL-RUN-ID
                       MOVE ACK-RUN-SEQ-N TO AL-RUN-SEQ
                       MOVE ACK-CODE TO AL-CODE
                       MOVE ACK-REASON TO AL-REASON
                       WRITE ACKLOG-RECORD

                       IF ACK-RUN-SEQ-N < WS-OLDEST-SEQ
                           ADD 1 TO WS-ACKS-PAST-HIST
                       ELSE
                           MOVE ACK-RUN-ID TO WS-FIND-RUN-ID
                           MOVE ACK-RUN-SEQ-N TO WS-FIND-SEQ
                           PERFORM 070-STORE-ACK
                           MOVE ACK-CODE TO WS-ACK-CODE (WS-ACK-SUB)
                           MOVE ACK-REASON
                               TO WS-ACK-REASON (WS-ACK-SUB)
                       END-IF
                   END-IF
           END-READ
       .

       068-EDIT-ACK-RECORD.
      *    A RECORD THAT CANNOT BE TIED TO A ROW IS PRINTED AND
      *    KEPT OFF THE LEDGER -- IT WOULD ONLY EVER SHOW UP AS AN
      *    ACK FOR SOMETHING WE NEVER SENT

           MOVE 'Y' TO WS-ACK-OK-SWITCH
           MOVE SPACES TO BA-REASON

           EVALUATE TRUE
               WHEN ACK-RUN-ID = SPACES
                   MOVE 'BLANK RUN-ID' TO BA-REASON
               WHEN ACK-RUN-SEQ NOT NUMERIC
                   MOVE 'BAD RUN SEQUENCE' TO BA-REASON
               WHEN NOT ACK-ACCEPTED AND NOT ACK-REJECTED
                   MOVE 'BAD ACK CODE' TO BA-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF BA-REASON NOT = SPACES
               MOVE 'N' TO WS-ACK-OK-SWITCH
               ADD 1 TO WS-ACKS-BAD
               MOVE ACK-RECORD TO BA-IMAGE
               MOVE BAD-ACK-LINE TO ACKRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF
       .

       070-STORE-ACK.
      *    FIND THE ENTRY FOR THIS RUN-ID AND SEQUENCE, OR CLAIM A
      *    NEW ONE -- THE CALLER THEN OVERLAYS THE CODE AND REASON,
      *    SO THE LATEST ACK FOR A ROW IS THE ONE THAT COUNTS.
      *    A FULL TABLE STOPS THE STEP -- A DROPPED ACK WOULD SHOW
      *    ITS ROW AS UNACKED.  THE DROP IS KEPT, AND LOGGING ITS
      *    ACKS AGAIN ON THE RERUN IS HARMLESS SINCE THE LATEST
      *    ACK FOR A ROW WINS

           PERFORM 075-FIND-ACK

           IF WS-ACK-SUB = 0
               IF WS-ACK-COUNT < WS-ACK-MAX
                   ADD 1 TO WS-ACK-COUNT
                   MOVE WS-ACK-COUNT TO WS-ACK-SUB
                   MOVE WS-FIND-RUN-ID TO WS-ACK-RUN-ID (WS-ACK-SUB)
                   MOVE WS-FIND-SEQ TO WS-ACK-SEQ (WS-ACK-SUB)
                   MOVE 'N' TO WS-ACK-MATCHED (WS-ACK-SUB)
               ELSE
                   DISPLAY 'ACK TABLE FULL AT ' WS-ACK-MAX
                       ' ACKS FROM SEQUENCE ' WS-OLDEST-SEQ
                       ' ON - ' WS-FIND-RUN-ID ' ' WS-FIND-SEQ
                       ' NOT TRACKED, STEP STOPPED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       .

       075-FIND-ACK.
           MOVE 0 TO WS-ACK-SUB
           SET ACK-IDX TO 1
           SEARCH WS-ACK-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ACK-RUN-ID (ACK-IDX) = WS-FIND-RUN-ID
                   AND WS-ACK-SEQ (ACK-IDX) = WS-FIND-SEQ
                   SET WS-ACK-SUB TO ACK-IDX
           END-SEARCH
       .

       100-RECONCILE-HISTORY.
      *    EVERY EARLIER SEQUENCE STILL ON DETAIL HISTORY.  ROWS OF
      *    THE CURRENT SEQUENCE ARE SKIPPED HERE EVEN IF THE POSTING
      *    STEP HAS ALREADY COPIED THEM, SINCE THE XFER PASS JUDGES
      *    THEM AND THEY MUST NOT COUNT TWICE.  NO HISTORY IS FINE
      *    ON THE FIRST NIGHTS OF THE SUITE

           OPEN INPUT MLAB-HIST
           IF WS-HIST-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 110-RECONCILE-ONE-HIST-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-HIST
           END-IF
       .

       110-RECONCILE-ONE-HIST-ROW.
           READ MLAB-HIST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF HIST-RUN-SEQ NOT = WS-RUN-SEQUENCE
                       MOVE HX-RUN-ID TO WS-SR-RUN-ID
                       MOVE HIST-RUN-SEQ TO WS-SR-SEQ
                       MOVE HIST-RUN-DATE TO WS-SR-DATE
                       MOVE HX-STATUS TO WS-SR-STATUS
                       PERFORM 150-JUDGE-SENT-ROW
                   END-IF
           END-READ
       .

       150-JUDGE-SENT-ROW.
           ADD 1 TO WS-ROWS-SENT
           IF WS-SR-SEQ < WS-OLDEST-SEQ
               MOVE WS-SR-SEQ TO WS-OLDEST-SEQ
           END-IF

           MOVE WS-SR-RUN-ID TO WS-FIND-RUN-ID
           MOVE WS-SR-SEQ TO WS-FIND-SEQ
           PERFORM 075-FIND-ACK

           PERFORM 160-COMPUTE-ROW-AGE

           IF WS-ACK-SUB > 0
               MOVE 'Y' TO WS-ACK-MATCHED (WS-ACK-SUB)
               IF WS-ACK-CODE (WS-ACK-SUB) = 'R'
                   ADD 1 TO WS-ROWS-REJECTED
                   MOVE 'REJECTED' TO DL-DISPOSITION
                   MOVE WS-ACK-REASON (WS-ACK-SUB) TO DL-REASON
                   PERFORM 170-WRITE-DETAIL-LINE
               ELSE
                   ADD 1 TO WS-ROWS-ACCEPTED
               END-IF
           ELSE
               MOVE SPACES TO DL-REASON
               EVALUATE TRUE
                   WHEN WS-SR-VARIANCE
                       ADD 1 TO WS-ROWS-HELD
                       MOVE 'HELD' TO DL-DISPOSITION
                   WHEN WS-AGE-DAYS > WS-AGE-LIMIT
                       ADD 1 TO WS-ROWS-UNACKED
                       ADD 1 TO WS-ROWS-OVERDUE
                       MOVE 'OVERDUE' TO DL-DISPOSITION
                   WHEN OTHER
                       ADD 1 TO WS-ROWS-UNACKED
                       MOVE 'UNACKED' TO DL-DISPOSITION
               END-EVALUATE
               PERFORM 170-WRITE-DETAIL-LINE
           END-IF
       .

       160-COMPUTE-ROW-AGE.
      *    WHOLE DAYS SINCE THE RUN THAT SENT THE ROW -- A DATE
      *    THAT WILL NOT CONVERT COUNTS AS ZERO DAYS RATHER THAN
      *    ABENDING THE RECONCILIATION

           MOVE 0 TO WS-AGE-DAYS
           IF WS-SR-DATE NUMERIC
               AND WS-SR-DATE > 16010101
               AND WS-SR-DATE < WS-CURRENT-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-SR-DATE)
           END-IF
       .

       170-WRITE-DETAIL-LINE.
           MOVE WS-SR-SEQ TO DL-RUN-SEQ
           MOVE WS-SR-DATE TO WS-SENT-DATE
           MOVE SPACES TO DL-SENT-DATE
           STRING WS-SD-MM   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-SD-DD   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-SD-YYYY DELIMITED BY SIZE
               INTO DL-SENT-DATE
           END-STRING
           MOVE WS-SR-RUN-ID TO DL-RUN-ID
           MOVE WS-SR-STATUS TO DL-STATUS
           MOVE WS-AGE-DAYS TO DL-AGE

           MOVE DETAIL-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .

       200-RECONCILE-XFER.
      *    TONIGHT'S ROWS UNDER THE CURRENT SEQUENCE.  AN XFER FILE
      *    THAT WILL NOT OPEN MEANS THERE IS NO RUN TO RECONCILE --
      *    FAIL THE STEP RATHER THAN PRINT A FALSELY CLEAN REPORT

           OPEN INPUT MLAB-XFER
           IF NOT WS-XFER-OK
               DISPLAY 'MLAB-XFER.DAT COULD NOT BE OPENED, STATUS = '
                   WS-XFER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 210-RECONCILE-ONE-XFER-ROW
               UNTIL WS-END-OF-FILE
           CLOSE MLAB-XFER
       .

       210-RECONCILE-ONE-XFER-ROW.
           READ MLAB-XFER
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE XFER-RUN-ID TO WS-SR-RUN-ID
                   MOVE WS-RUN-SEQUENCE TO WS-SR-SEQ
                   MOVE WS-RUN-DATE TO WS-SR-DATE
                   MOVE XFER-STATUS TO WS-SR-STATUS
                   PERFORM 150-JUDGE-SENT-ROW
           END-READ
       .

       300-LIST-UNMATCHED-ACKS.
      *    AN ACK THAT MATCHED NO ROW IS EITHER FOR A SEQUENCE WHOSE
      *    DETAIL HAS ALREADY ROLLED OFF HISTORY -- NOTHING LEFT TO
      *    CHECK IT AGAINST, SO IT IS ONLY COUNTED -- OR FOR A
      *    RUN-ID WE NEVER SENT UNDER THAT SEQUENCE

           IF WS-ACK-MATCHED (WS-ACK-SUB) = 'N'
               IF WS-ACK-SEQ (WS-ACK-SUB) < WS-OLDEST-SEQ
                   ADD 1 TO WS-ACKS-PAST-HIST
               ELSE
                   ADD 1 TO WS-ACKS-NOT-SENT
                   MOVE WS-ACK-SEQ (WS-ACK-SUB) TO DL-RUN-SEQ
                   MOVE SPACES TO DL-SENT-DATE
                   MOVE WS-ACK-RUN-ID (WS-ACK-SUB) TO DL-RUN-ID
                   MOVE WS-ACK-CODE (WS-ACK-SUB) TO DL-STATUS
                   MOVE 0 TO DL-AGE
                   MOVE 'NOT SENT' TO DL-DISPOSITION
                   MOVE WS-ACK-REASON (WS-ACK-SUB) TO DL-REASON
                   MOVE DETAIL-LINE TO ACKRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
                   MOVE 1 TO PROPER-SPACING
               END-IF
           END-IF
       .

       400-WRITE-A-LINE.

           WRITE ACKRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       900-WRITE-TRAILER.
           MOVE 'ROWS SENT =           ' TO TR-MESSAGE
           MOVE WS-ROWS-SENT TO TR-COUNT
           MOVE 3 TO PROPER-SPACING
           MOVE TRAILER-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'ROWS ACCEPTED =       ' TO TR-MESSAGE
           MOVE WS-ROWS-ACCEPTED TO TR-COUNT
           MOVE TRAILER-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ROWS REJECTED =       ' TO TR-MESSAGE
           MOVE WS-ROWS-REJECTED TO TR-COUNT
           MOVE TRAILER-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ROWS HELD (V) =       ' TO TR-MESSAGE
           MOVE WS-ROWS-HELD TO TR-COUNT
           MOVE TRAILER-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ROWS OUTSTANDING =    ' TO TR-MESSAGE
           MOVE WS-ROWS-UNACKED TO TR-COUNT
           MOVE TRAILER-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE '  OF WHICH OVERDUE =  ' TO TR-MESSAGE
           MOVE WS-ROWS-OVERDUE TO TR-COUNT
           MOVE TRAILER-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ACKS NOT SENT =       ' TO TR-MESSAGE
           MOVE WS-ACKS-NOT-SENT TO TR-COUNT
           MOVE TRAILER-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ACKS PAST HISTORY =   ' TO TR-MESSAGE
           MOVE WS-ACKS-PAST-HIST TO TR-COUNT
           MOVE TRAILER-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'ACKS RECEIVED TODAY = ' TO TR-MESSAGE
           MOVE WS-ACKS-RECEIVED TO TR-COUNT
           MOVE TRAILER-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'BAD ACK RECORDS =     ' TO TR-MESSAGE
           MOVE WS-ACKS-BAD TO TR-COUNT
           MOVE TRAILER-LINE TO ACKRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       999-FINAL-ROUTINE.
           CLOSE MLAB-ACKRPT

      *    THE ACK DROP IS ONE-SHOT, LIKE THE TRANSACTION DROPS --
      *    ITS RECORDS ARE ON THE LEDGER NOW, AND A DROP LEFT ON
      *    DISK WOULD BE LOGGED AGAIN TOMORROW

           IF WS-ACK-DROP-PRESENT
               CALL 'CBL_DELETE_FILE' USING WS-XFERACK-FILE-NAME
                   RETURNING WS-DELETE-RETURN-CODE
               END-CALL

               IF WS-DELETE-RETURN-CODE NOT = 0
                   DISPLAY 'WARNING: ACK FILE DELETE FAILED, RC = '
                       WS-DELETE-RETURN-CODE
                       ' - REMOVE MLAB-XFERACK.TXT BY HAND'
               END-IF
           END-IF

           DISPLAY 'ROWS SENT = ' WS-ROWS-SENT
               ' REJECTED = ' WS-ROWS-REJECTED
               ' OUTSTANDING = ' WS-ROWS-UNACKED
               ' OVERDUE = ' WS-ROWS-OVERDUE

           EVALUATE TRUE
               WHEN WS-ROWS-OVERDUE > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ROWS-REJECTED > 0
                   OR WS-ACKS-NOT-SENT > 0
                   OR WS-ACKS-BAD > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK
       .
