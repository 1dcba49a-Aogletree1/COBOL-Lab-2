       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2SlaRpt.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    BATCH-WINDOW SLA REPORT.  READS THE PERMANENT STEP-TIMING
      *    LEDGER Lab2Driver APPENDS TO (MLAB-STPLOG.DAT) AND, OVER
      *    THE LAST N NIGHTS, PRINTS:
      *      - EACH PLAN STEP'S AVERAGE AND WORST ELAPSED TIME
      *      - EACH NIGHT'S START, FINISH AND WHETHER THE STREAM
      *        CLOSED AFTER THE TARGET END OF THE WINDOW
      *      - EVERY STEP RUN THAT TOOK WELL OVER ITS OWN AVERAGE
      *    SO OPERATIONS SEES A STEP CREEPING UP BEFORE IT BLOWS THE
      *    WINDOW, NOT THE MORNING AFTER.
      *******
      *    A NIGHT IS ONE JOB: EVERY LEDGER RECORD CARRYING THE SAME
      *    JOB START DATE/TIME, RESUMES INCLUDED.  IT FINISHES AT ITS
      *    JOBEND RECORD; A NIGHT WITH NONE NEVER COMPLETED AND IS
      *    FLAGGED AS SUCH.  THE TARGET IS A TIME OF DAY -- A NIGHT
      *    THAT STARTED AFTER IT (THE USUAL EVENING START) IS JUDGED
      *    AGAINST THAT TIME THE NEXT MORNING.  ONLY STEPS ACTUALLY
      *    RUN (OR RESUMED) COUNT TOWARD A STEP'S TIMES; A STEP
      *    SKIPPED AS NOT DUE TOOK NO TIME WORTH MEASURING.
      *******
      * CONTROL FILE (MLAB-SLACTL.TXT, OPTIONAL)
      *    COLS  1- 4  TARGET END OF WINDOW, HHMM       DEFAULT 0600
      *    COLS  5- 7  NIGHTS TO REVIEW                 DEFAULT  30
      *    COLS  8-10  PERCENT OVER ITS AVERAGE THAT    DEFAULT  50
      *                MAKES A STEP RUN "WELL ABOVE"
      *    COLS 11-13  SECONDS A RUN MUST TAKE BEFORE   DEFAULT   5
      *                IT CAN BE FLAGGED -- KEEPS A ONE-SECOND STEP
      *                TAKING TWO FROM CRYING WOLF
      *    A FIELD MISSING OR NOT NUMERIC TAKES ITS DEFAULT
      *******
      * RETURN CODE
      *    0  = REPORT PRINTED, NOTHING FLAGGED
      *    4  = REPORT PRINTED WITH A LATE OR UNFINISHED NIGHT OR A
      *         SLOW STEP FLAGGED
      *    16 = THE LEDGER OR THE REPORT COULD NOT BE OPENED
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MLAB-STPLOG
               ASSIGN TO DISK "MLAB-STPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STPLOG-STATUS.

           SELECT MLAB-SLACTL
               ASSIGN TO DISK "MLAB-SLACTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLACTL-STATUS.

           SELECT MLAB-SLARPT
               ASSIGN TO PRINTER "MLAB-SLARPT.TXT"
               FILE STATUS IS WS-SLARPT-STATUS.

           SELECT MLAB-RUNLOCK
               ASSIGN TO DISK "MLAB-RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
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
       FD  MLAB-SLACTL
           RECORD CONTAINS 13 CHARACTERS.
       01  SLACTL-RECORD.
           05  SLACTL-TARGET       PIC X(4).
           05  SLACTL-TARGET-N REDEFINES SLACTL-TARGET
                                   PIC 9(4).
           05  SLACTL-NIGHTS       PIC X(3).
           05  SLACTL-NIGHTS-N REDEFINES SLACTL-NIGHTS
                                   PIC 9(3).
           05  SLACTL-PERCENT      PIC X(3).
           05  SLACTL-PERCENT-N REDEFINES SLACTL-PERCENT
                                   PIC 9(3).
           05  SLACTL-MIN-SECS     PIC X(3).
           05  SLACTL-MIN-SECS-N REDEFINES SLACTL-MIN-SECS
                                   PIC 9(3).
      *
       FD  MLAB-SLARPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SLARPT-RECORD       PIC X(80).
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
           05  WS-STPLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-STPLOG-OK            VALUE '00'.
           05  WS-SLACTL-STATUS    PIC XX      VALUE SPACES.
               88  WS-SLACTL-OK            VALUE '00'.
           05  WS-SLARPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-SLARPT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-LEDGER        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-NIGHTS-ON-LEDGER PIC 9(5)    VALUE 0.
           05  WS-LATE-NIGHTS      PIC 9(5)    VALUE 0.
           05  WS-UNFINISHED       PIC 9(5)    VALUE 0.
           05  WS-SLOW-RUNS        PIC 9(5)    VALUE 0.
           05  WS-STEP-RUNS        PIC 9(5)    VALUE 0.

      *    SLA SETTINGS -- COMPILED-IN DEFAULTS, OVERRIDDEN FIELD
      *    BY FIELD FROM MLAB-SLACTL.TXT
       01  WS-SLA-SETTINGS.
           05  WS-TARGET-HHMM      PIC 9(4)    VALUE 0600.
           05  WS-TARGET-HHMM-R REDEFINES WS-TARGET-HHMM.
               10  WS-TARGET-HH        PIC 9(2).
               10  WS-TARGET-MM        PIC 9(2).
           05  WS-NIGHTS-WANTED    PIC 9(3)    VALUE 30.
           05  WS-SLOW-PERCENT     PIC 9(3)    VALUE 50.
           05  WS-SLOW-MIN-SECS    PIC 9(3)    VALUE 5.

      *    ONE ENTRY PER NIGHT REVIEWED, IN LEDGER ORDER
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-COUNT      PIC 9(3)    VALUE 0.
           05  WS-NIGHT-ENTRY      OCCURS 999 TIMES.
               10  WS-NIGHT-JOB-DATE   PIC 9(8).
               10  WS-NIGHT-JOB-TIME   PIC 9(8).
               10  WS-NIGHT-RUN-SEQ    PIC 9(5).
               10  WS-NIGHT-END-DATE   PIC 9(8).
               10  WS-NIGHT-END-TIME   PIC 9(8).
               10  WS-NIGHT-DONE-SW    PIC X.

      *    ONE ENTRY PER PLAN STEP (NUMBER AND PROGRAM) SEEN RUNNING
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT       PIC 9(2)    VALUE 0.
           05  WS-STEP-MAX         PIC 9(2)    VALUE 50.
           05  WS-STEP-ENTRY       OCCURS 50 TIMES
                                   INDEXED BY STEP-IDX.
               10  WS-STEP-KEY.
                   15  WS-STEP-NUMBER  PIC 9(2).
                   15  WS-STEP-PROGRAM PIC X(16).
               10  WS-STEP-RUN-COUNT   PIC 9(4).
               10  WS-STEP-TOTAL-SECS  PIC 9(9)V99.
               10  WS-STEP-WORST-SECS  PIC 9(7)V99.
               10  WS-STEP-WORST-NIGHT PIC 9(8).
               10  WS-STEP-AVG-SECS    PIC 9(7)V99.

      *    EVERY STEP RUN IN THE NIGHTS REVIEWED -- KEPT SO EACH CAN
      *    BE HELD UP AGAINST ITS STEP'S AVERAGE ONCE ALL ARE IN
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT        PIC 9(5)    VALUE 0.
           05  WS-RUN-MAX          PIC 9(5)    VALUE 20000.
           05  WS-RUN-ENTRY        OCCURS 20000 TIMES.
               10  WS-RUN-NIGHT        PIC 9(3).
               10  WS-RUN-STEP         PIC 9(2).
               10  WS-RUN-SECS         PIC 9(7)V99.

       01  WS-WORK-FIELDS.
           05  WS-FIRST-NIGHT      PIC 9(5)    VALUE 0.
           05  WS-NIGHT-ORDINAL    PIC 9(5)    VALUE 0.
           05  WS-PREV-JOB-KEY     PIC X(16)   VALUE SPACES.
           05  WS-THIS-JOB-KEY.
               10  WS-THIS-JOB-DATE    PIC 9(8).
               10  WS-THIS-JOB-TIME    PIC 9(8).
           05  WS-NIGHT-SUB        PIC 9(3)    VALUE 0.
           05  WS-STEP-SUB         PIC 9(2)    VALUE 0.
           05  WS-RUN-SUB          PIC 9(5)    VALUE 0.
           05  WS-PRINT-STEP       PIC 9(3)    VALUE 0.
           05  WS-FIND-KEY.
               10  WS-FIND-NUMBER      PIC 9(2).
               10  WS-FIND-PROGRAM     PIC X(16).
           05  WS-SLOW-LIMIT       PIC 9(7)V99 VALUE 0.
           05  WS-PCT-OVER         PIC 9(5)    VALUE 0.

      *    ELAPSED-TIME ARITHMETIC -- A DATE AND AN HHMMSSHH TIME ARE
      *    TURNED INTO DAYS AND HUNDREDTHS OF A SECOND, WHOLE NUMBERS
      *    THROUGHOUT, SO A STEP CROSSING MIDNIGHT STILL MEASURES
      *    RIGHT
       01  WS-ELAPSED-WORK.
           05  WS-FROM-DATE        PIC 9(8)    VALUE 0.
           05  WS-FROM-TIME        PIC 9(8)    VALUE 0.
           05  WS-TO-DATE          PIC 9(8)    VALUE 0.
           05  WS-TO-TIME          PIC 9(8)    VALUE 0.
           05  WS-CLOCK-TIME       PIC 9(8)    VALUE 0.
           05  WS-CLOCK-TIME-R REDEFINES WS-CLOCK-TIME.
               10  WS-CLOCK-HH         PIC 9(2).
               10  WS-CLOCK-MM         PIC 9(2).
               10  WS-CLOCK-SS         PIC 9(2).
               10  WS-CLOCK-HH100      PIC 9(2).
           05  WS-CLOCK-HUNDREDTHS PIC 9(7)    VALUE 0.
           05  WS-FROM-HUNDREDTHS  PIC 9(7)    VALUE 0.
           05  WS-ELAPSED-HUNDREDTHS
                                   PIC S9(11)  VALUE 0.
           05  WS-ELAPSED-SECS     PIC S9(9)V99 VALUE 0.
           05  WS-DEADLINE-DATE    PIC 9(8)    VALUE 0.
           05  WS-DEADLINE-TIME    PIC 9(8)    VALUE 0.
           05  WS-LATE-MINUTES     PIC 9(5)    VALUE 0.

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

       01  WS-FORMAT-DATE-WORK.
           05  WS-FORMAT-DATE          PIC 9(8).
           05  WS-FORMAT-DATE-R REDEFINES WS-FORMAT-DATE.
               10  WS-FD-YYYY          PIC 9(4).
               10  WS-FD-MM            PIC 9(2).
               10  WS-FD-DD            PIC 9(2).
           05  WS-EDIT-DATE            PIC X(10).
           05  WS-FORMAT-TIME          PIC 9(8).
           05  WS-FORMAT-TIME-R REDEFINES WS-FORMAT-TIME.
               10  WS-FT-HH            PIC 9(2).
               10  WS-FT-MM            PIC 9(2).
               10  WS-FT-SS            PIC 9(2).
               10  WS-FT-HH100         PIC 9(2).
           05  WS-EDIT-TIME            PIC X(8).
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9      VALUE 1.
      *
      ********************OUTPUT AREA***************************

       01  HEADING-LINE.
           05                  PIC X(12)   VALUE SPACE.
           05                  PIC X(27)   VALUE
                                   'BATCH WINDOW SLA REPORT'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  SETTINGS-LINE.
           05                  PIC X(5)    VALUE SPACE.
           05                  PIC X(5)    VALUE 'LAST '.
           05  SL-NIGHTS       PIC ZZ9.
           05                  PIC X(21)   VALUE
                                   ' NIGHTS   TARGET END '.
           05  SL-TARGET-HH    PIC 99.
           05                  PIC X       VALUE ':'.
           05  SL-TARGET-MM    PIC 99.
           05                  PIC X(12)   VALUE
                                   '   SLOW AT +'.
           05  SL-PERCENT      PIC ZZ9.
           05                  PIC X(14)   VALUE
                                   '% OVER AVERAGE'.

       01  SECTION-LINE.
           05                  PIC X(5)    VALUE SPACE.
           05  SC-TEXT         PIC X(60).

       01  STEP-CAPTION-LINE.
           05                  PIC X(5)    VALUE SPACE.
           05                  PIC X(27)   VALUE
                                   'STEP PROGRAM          RUNS'.
           05                  PIC X(34)   VALUE
                                   '   AVG SECS  WORST SECS  ON NIGHT'.

       01  STEP-LINE.
           05                  PIC X(6)     VALUE ' '.
           05  STL-STEP        PIC 99.
           05                  PIC X(2)     VALUE SPACE.
           05  STL-PROGRAM     PIC X(16).
           05                  PIC X(1)     VALUE SPACE.
           05  STL-RUNS        PIC ZZZ9.
           05                  PIC X(2)     VALUE SPACE.
           05  STL-AVG-SECS    PIC ZZZZZZ9.99.
           05                  PIC X(2)     VALUE SPACE.
           05  STL-WORST-SECS  PIC ZZZZZZ9.99.
           05                  PIC X(2)     VALUE SPACE.
           05  STL-WORST-NIGHT PIC X(10).

       01  NIGHT-CAPTION-LINE.
           05                  PIC X(5)    VALUE SPACE.
           05                  PIC X(30)   VALUE
                                   'NIGHT OF    STARTED    RUN'.
           05                  PIC X(40)   VALUE
                                   'FINISHED             STATUS'.

       01  NIGHT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  NL-JOB-DATE     PIC X(10).
           05                  PIC X(2)     VALUE SPACE.
           05  NL-JOB-TIME     PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  NL-RUN-SEQ      PIC 9(5).
           05                  PIC X(3)     VALUE SPACE.
           05  NL-END-DATE     PIC X(10).
           05                  PIC X(1)     VALUE SPACE.
           05  NL-END-TIME     PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  NL-STATUS       PIC X(24).
           05  NL-LATE-STATUS REDEFINES NL-STATUS.
               10  NL-LATE-TEXT    PIC X(10).
               10  NL-LATE-MINUTES PIC ZZZZ9.
               10  NL-LATE-UNIT    PIC X(9).

       01  SLOW-CAPTION-LINE.
           05                  PIC X(5)    VALUE SPACE.
           05                  PIC X(27)   VALUE
                                   'NIGHT OF    STEP PROGRAM'.
           05                  PIC X(38)   VALUE
                                   '      ELAPSED    AVERAGE  % OVER'.

       01  SLOW-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  SWL-NIGHT       PIC X(10).
           05                  PIC X(2)     VALUE SPACE.
           05  SWL-STEP        PIC 99.
           05                  PIC X(3)     VALUE SPACE.
           05  SWL-PROGRAM     PIC X(16).
           05  SWL-SECS        PIC ZZZZZZ9.99.
           05                  PIC X(1)     VALUE SPACE.
           05  SWL-AVG-SECS    PIC ZZZZZZ9.99.
           05                  PIC X(2)     VALUE SPACE.
           05  SWL-PCT-OVER    PIC ZZZZ9.

       01  TRAILER-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           PERFORM 070-COUNT-NIGHTS
           PERFORM 080-COLLECT-NIGHTS
           PERFORM 200-FINISH-STEP-AVERAGE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           PERFORM 500-PRINT-STEP-TIMES
           PERFORM 600-PRINT-NIGHTS
           PERFORM 700-PRINT-SLOW-RUNS
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
           PERFORM 052-GET-SLA-SETTINGS

           OPEN INPUT MLAB-STPLOG
           IF NOT WS-STPLOG-OK
      *        NO LEDGER MEANS Lab2Driver HAS NEVER LOGGED A STEP --
      *        FAIL SO NOBODY TRUSTS AN EMPTY SLA REPORT
               DISPLAY 'MLAB-STPLOG.DAT COULD NOT BE OPENED, STATUS = '
                   WS-STPLOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE MLAB-STPLOG

           OPEN OUTPUT MLAB-SLARPT
           IF NOT WS-SLARPT-OK
               DISPLAY 'MLAB-SLARPT.TXT COULD NOT BE OPENED, STATUS = '
                   WS-SLARPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 057-STAMP-HEADING
           WRITE SLARPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE

           MOVE WS-NIGHTS-WANTED TO SL-NIGHTS
           MOVE WS-TARGET-HH TO SL-TARGET-HH
           MOVE WS-TARGET-MM TO SL-TARGET-MM
           MOVE WS-SLOW-PERCENT TO SL-PERCENT
           WRITE SLARPT-RECORD FROM SETTINGS-LINE
               AFTER ADVANCING 2

           COMPUTE WS-DEADLINE-TIME = WS-TARGET-HHMM * 10000
       .

       052-GET-SLA-SETTINGS.
      *    SAME "DROP A FILE INSTEAD OF RECOMPILING" CONVENTION AS
      *    THE OTHER CONTROL FILES, ONE DEFAULT PER FIELD.  A TARGET
      *    THAT IS NOT A REAL TIME OF DAY KEEPS THE DEFAULT

           OPEN INPUT MLAB-SLACTL
           IF WS-SLACTL-OK
               READ MLAB-SLACTL
                   NOT AT END
                       IF SLACTL-TARGET NUMERIC
                           AND SLACTL-TARGET(1:2) < '24'
                           AND SLACTL-TARGET(3:2) < '60'
                           MOVE SLACTL-TARGET-N TO WS-TARGET-HHMM
                       END-IF
                       IF SLACTL-NIGHTS NUMERIC
                           AND SLACTL-NIGHTS-N > 0
                           MOVE SLACTL-NIGHTS-N TO WS-NIGHTS-WANTED
                       END-IF
                       IF SLACTL-PERCENT NUMERIC
                           AND SLACTL-PERCENT-N > 0
                           MOVE SLACTL-PERCENT-N TO WS-SLOW-PERCENT
                       END-IF
                       IF SLACTL-MIN-SECS NUMERIC
                           MOVE SLACTL-MIN-SECS-N TO WS-SLOW-MIN-SECS
                       END-IF
               END-READ
               CLOSE MLAB-SLACTL
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

       060-READ-LEDGER-RECORD.
           READ MLAB-STPLOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
       .

       070-COUNT-NIGHTS.
      *    FIRST PASS: HOW MANY NIGHTS THE LEDGER HOLDS, SO THE
      *    SECOND PASS KNOWS WHERE THE LAST N BEGIN.  A NIGHT'S
      *    RECORDS ARE ALWAYS TOGETHER -- A RESUME ONLY EVER CARRIES
      *    ON THE LAST JOB LOGGED

           OPEN INPUT MLAB-STPLOG
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-PREV-JOB-KEY
           PERFORM 060-READ-LEDGER-RECORD
           PERFORM 072-COUNT-ONE-RECORD
               UNTIL WS-END-OF-LEDGER
           CLOSE MLAB-STPLOG

           IF WS-NIGHTS-ON-LEDGER > WS-NIGHTS-WANTED
               COMPUTE WS-FIRST-NIGHT =
                   WS-NIGHTS-ON-LEDGER - WS-NIGHTS-WANTED + 1
           ELSE
               MOVE 1 TO WS-FIRST-NIGHT
           END-IF
       .

       072-COUNT-ONE-RECORD.
           MOVE LOG-JOB-DATE TO WS-THIS-JOB-DATE
           MOVE LOG-JOB-TIME TO WS-THIS-JOB-TIME
           IF WS-THIS-JOB-KEY NOT = WS-PREV-JOB-KEY
               ADD 1 TO WS-NIGHTS-ON-LEDGER
               MOVE WS-THIS-JOB-KEY TO WS-PREV-JOB-KEY
           END-IF

           PERFORM 060-READ-LEDGER-RECORD
       .

       080-COLLECT-NIGHTS.
      *    SECOND PASS: ONLY THE LAST N NIGHTS ARE TAKEN IN

           OPEN INPUT MLAB-STPLOG
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-PREV-JOB-KEY
           MOVE 0 TO WS-NIGHT-ORDINAL
           PERFORM 060-READ-LEDGER-RECORD
           PERFORM 082-COLLECT-ONE-RECORD
               UNTIL WS-END-OF-LEDGER
           CLOSE MLAB-STPLOG
       .

       082-COLLECT-ONE-RECORD.
           MOVE LOG-JOB-DATE TO WS-THIS-JOB-DATE
           MOVE LOG-JOB-TIME TO WS-THIS-JOB-TIME
           IF WS-THIS-JOB-KEY NOT = WS-PREV-JOB-KEY
               ADD 1 TO WS-NIGHT-ORDINAL
               MOVE WS-THIS-JOB-KEY TO WS-PREV-JOB-KEY
               IF WS-NIGHT-ORDINAL >= WS-FIRST-NIGHT
                   PERFORM 084-START-NIGHT
               END-IF
           END-IF

           IF WS-NIGHT-ORDINAL >= WS-FIRST-NIGHT
               PERFORM 086-TAKE-IN-RECORD
           END-IF

           PERFORM 060-READ-LEDGER-RECORD
       .

       084-START-NIGHT.
           ADD 1 TO WS-NIGHT-COUNT
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
           MOVE LOG-JOB-DATE TO WS-NIGHT-JOB-DATE (WS-NIGHT-SUB)
           MOVE LOG-JOB-TIME TO WS-NIGHT-JOB-TIME (WS-NIGHT-SUB)
           MOVE 0 TO WS-NIGHT-RUN-SEQ (WS-NIGHT-SUB)
           MOVE LOG-JOB-DATE TO WS-NIGHT-END-DATE (WS-NIGHT-SUB)
           MOVE LOG-JOB-TIME TO WS-NIGHT-END-TIME (WS-NIGHT-SUB)
           MOVE 'N' TO WS-NIGHT-DONE-SW (WS-NIGHT-SUB)
       .

       086-TAKE-IN-RECORD.
      *    THE NIGHT'S LATEST END STAMP STANDS AS ITS FINISH UNTIL A
      *    JOBEND RECORD SETTLES IT

           MOVE LOG-RUN-SEQ TO WS-NIGHT-RUN-SEQ (WS-NIGHT-SUB)
           IF LOG-END-DATE > WS-NIGHT-END-DATE (WS-NIGHT-SUB)
               OR (LOG-END-DATE = WS-NIGHT-END-DATE (WS-NIGHT-SUB)
                   AND LOG-END-TIME > WS-NIGHT-END-TIME (WS-NIGHT-SUB))
               MOVE LOG-END-DATE TO WS-NIGHT-END-DATE (WS-NIGHT-SUB)
               MOVE LOG-END-TIME TO WS-NIGHT-END-TIME (WS-NIGHT-SUB)
           END-IF

           EVALUATE TRUE
               WHEN LOG-JOB-END
                   MOVE 'Y' TO WS-NIGHT-DONE-SW (WS-NIGHT-SUB)
               WHEN LOG-STEP-RUN
               WHEN LOG-STEP-RESUMED
                   PERFORM 090-TAKE-IN-STEP-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       090-TAKE-IN-STEP-RUN.
           MOVE LOG-START-DATE TO WS-FROM-DATE
           MOVE LOG-START-TIME TO WS-FROM-TIME
           MOVE LOG-END-DATE TO WS-TO-DATE
           MOVE LOG-END-TIME TO WS-TO-TIME
           PERFORM 300-COMPUTE-ELAPSED
           IF WS-ELAPSED-SECS < 0
               MOVE 0 TO WS-ELAPSED-SECS
           END-IF

           MOVE LOG-STEP-NUMBER TO WS-FIND-NUMBER
           MOVE LOG-PROGRAM TO WS-FIND-PROGRAM
           PERFORM 095-FIND-OR-ADD-STEP

           IF WS-STEP-SUB > 0
               ADD 1 TO WS-STEP-RUNS
               ADD 1 TO WS-STEP-RUN-COUNT (WS-STEP-SUB)
               ADD WS-ELAPSED-SECS TO WS-STEP-TOTAL-SECS (WS-STEP-SUB)
               IF WS-ELAPSED-SECS > WS-STEP-WORST-SECS (WS-STEP-SUB)
                   OR WS-STEP-RUN-COUNT (WS-STEP-SUB) = 1
                   MOVE WS-ELAPSED-SECS
                       TO WS-STEP-WORST-SECS (WS-STEP-SUB)
                   MOVE LOG-JOB-DATE
                       TO WS-STEP-WORST-NIGHT (WS-STEP-SUB)
               END-IF

               IF WS-RUN-COUNT < WS-RUN-MAX
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-NIGHT-SUB TO WS-RUN-NIGHT (WS-RUN-COUNT)
                   MOVE WS-STEP-SUB TO WS-RUN-STEP (WS-RUN-COUNT)
                   MOVE WS-ELAPSED-SECS TO WS-RUN-SECS (WS-RUN-COUNT)
               END-IF
           END-IF
       .

       095-FIND-OR-ADD-STEP.
           MOVE 0 TO WS-STEP-SUB
           SET STEP-IDX TO 1
           SEARCH WS-STEP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-STEP-KEY (STEP-IDX) = WS-FIND-KEY
                   SET WS-STEP-SUB TO STEP-IDX
           END-SEARCH

           IF WS-STEP-SUB = 0
               IF WS-STEP-COUNT < WS-STEP-MAX
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-STEP-SUB
                   MOVE WS-FIND-KEY TO WS-STEP-KEY (WS-STEP-SUB)
                   MOVE 0 TO WS-STEP-RUN-COUNT (WS-STEP-SUB)
                   MOVE 0 TO WS-STEP-TOTAL-SECS (WS-STEP-SUB)
                   MOVE 0 TO WS-STEP-WORST-SECS (WS-STEP-SUB)
                   MOVE 0 TO WS-STEP-WORST-NIGHT (WS-STEP-SUB)
                   MOVE 0 TO WS-STEP-AVG-SECS (WS-STEP-SUB)
               ELSE
                   DISPLAY 'WARNING: STEP TABLE FULL, NOT TIMED: '
                       WS-FIND-NUMBER ' ' WS-FIND-PROGRAM
               END-IF
           END-IF
       .

       200-FINISH-STEP-AVERAGE.
           COMPUTE WS-STEP-AVG-SECS (WS-STEP-SUB) ROUNDED =
               WS-STEP-TOTAL-SECS (WS-STEP-SUB)
               / WS-STEP-RUN-COUNT (WS-STEP-SUB)
       .

       300-COMPUTE-ELAPSED.
      *    SECONDS FROM (WS-FROM-DATE, WS-FROM-TIME) TO (WS-TO-DATE,
      *    WS-TO-TIME) -- NEGATIVE WHEN THE "TO" STAMP IS EARLIER

           MOVE WS-FROM-TIME TO WS-CLOCK-TIME
           PERFORM 310-CLOCK-TO-HUNDREDTHS
           MOVE WS-CLOCK-HUNDREDTHS TO WS-FROM-HUNDREDTHS
           MOVE WS-TO-TIME TO WS-CLOCK-TIME
           PERFORM 310-CLOCK-TO-HUNDREDTHS

           COMPUTE WS-ELAPSED-HUNDREDTHS =
               (FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)) * 8640000
               + WS-CLOCK-HUNDREDTHS - WS-FROM-HUNDREDTHS
           DIVIDE WS-ELAPSED-HUNDREDTHS BY 100
               GIVING WS-ELAPSED-SECS
       .

       310-CLOCK-TO-HUNDREDTHS.
           COMPUTE WS-CLOCK-HUNDREDTHS = WS-CLOCK-HH * 360000
               + WS-CLOCK-MM * 6000 + WS-CLOCK-SS * 100
               + WS-CLOCK-HH100
       .

       330-FORMAT-DATE.
           MOVE SPACES TO WS-EDIT-DATE
           STRING WS-FD-MM   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-FD-DD   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-FD-YYYY DELIMITED BY SIZE
               INTO WS-EDIT-DATE
           END-STRING
       .

       340-FORMAT-TIME.
           MOVE SPACES TO WS-EDIT-TIME
           STRING WS-FT-HH   DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-FT-MM   DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-FT-SS   DELIMITED BY SIZE
               INTO WS-EDIT-TIME
           END-STRING
       .

       400-WRITE-A-LINE.

           WRITE SLARPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       500-PRINT-STEP-TIMES.
      *    IN PLAN-STEP ORDER, WHATEVER NIGHT EACH STEP FIRST RAN

           MOVE 'ELAPSED TIME PER STEP' TO SC-TEXT
           MOVE 3 TO PROPER-SPACING
           MOVE SECTION-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE STEP-CAPTION-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM 510-PRINT-STEP-NUMBER
               VARYING WS-PRINT-STEP FROM 0 BY 1
               UNTIL WS-PRINT-STEP > 99
       .

       510-PRINT-STEP-NUMBER.
           PERFORM 520-PRINT-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
       .

       520-PRINT-ONE-STEP.
           IF WS-STEP-NUMBER (WS-STEP-SUB) = WS-PRINT-STEP
               MOVE WS-STEP-NUMBER (WS-STEP-SUB) TO STL-STEP
               MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO STL-PROGRAM
               MOVE WS-STEP-RUN-COUNT (WS-STEP-SUB) TO STL-RUNS
               MOVE WS-STEP-AVG-SECS (WS-STEP-SUB) TO STL-AVG-SECS
               MOVE WS-STEP-WORST-SECS (WS-STEP-SUB) TO STL-WORST-SECS
               MOVE WS-STEP-WORST-NIGHT (WS-STEP-SUB) TO WS-FORMAT-DATE
               PERFORM 330-FORMAT-DATE
               MOVE WS-EDIT-DATE TO STL-WORST-NIGHT
               MOVE STEP-LINE TO SLARPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
       .

       600-PRINT-NIGHTS.
           MOVE SPACES TO SC-TEXT
           STRING 'NIGHTS AGAINST THE WINDOW TARGET' DELIMITED BY SIZE
               INTO SC-TEXT
           END-STRING
           MOVE 3 TO PROPER-SPACING
           MOVE SECTION-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE NIGHT-CAPTION-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM 610-PRINT-ONE-NIGHT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
       .

       610-PRINT-ONE-NIGHT.
      *    THE DEADLINE IS THE FIRST TARGET TIME AFTER THE JOB
      *    STARTED -- THE SAME DAY FOR A JOB STARTED BEFORE IT, THE
      *    NEXT MORNING FOR THE USUAL EVENING START

           MOVE WS-NIGHT-JOB-DATE (WS-NIGHT-SUB) TO WS-FORMAT-DATE
           PERFORM 330-FORMAT-DATE
           MOVE WS-EDIT-DATE TO NL-JOB-DATE
           MOVE WS-NIGHT-JOB-TIME (WS-NIGHT-SUB) TO WS-FORMAT-TIME
           PERFORM 340-FORMAT-TIME
           MOVE WS-EDIT-TIME TO NL-JOB-TIME
           MOVE WS-NIGHT-RUN-SEQ (WS-NIGHT-SUB) TO NL-RUN-SEQ
           MOVE WS-NIGHT-END-DATE (WS-NIGHT-SUB) TO WS-FORMAT-DATE
           PERFORM 330-FORMAT-DATE
           MOVE WS-EDIT-DATE TO NL-END-DATE
           MOVE WS-NIGHT-END-TIME (WS-NIGHT-SUB) TO WS-FORMAT-TIME
           PERFORM 340-FORMAT-TIME
           MOVE WS-EDIT-TIME TO NL-END-TIME

           IF WS-DEADLINE-TIME > WS-NIGHT-JOB-TIME (WS-NIGHT-SUB)
               MOVE WS-NIGHT-JOB-DATE (WS-NIGHT-SUB)
                   TO WS-DEADLINE-DATE
           ELSE
               COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   WS-NIGHT-JOB-DATE (WS-NIGHT-SUB)) + 1)
           END-IF

           MOVE WS-DEADLINE-DATE TO WS-FROM-DATE
           MOVE WS-DEADLINE-TIME TO WS-FROM-TIME
           MOVE WS-NIGHT-END-DATE (WS-NIGHT-SUB) TO WS-TO-DATE
           MOVE WS-NIGHT-END-TIME (WS-NIGHT-SUB) TO WS-TO-TIME
           PERFORM 300-COMPUTE-ELAPSED

           MOVE SPACES TO NL-STATUS
           EVALUATE TRUE
               WHEN WS-NIGHT-DONE-SW (WS-NIGHT-SUB) NOT = 'Y'
                   ADD 1 TO WS-UNFINISHED
                   MOVE '*** NOT COMPLETED' TO NL-STATUS
               WHEN WS-ELAPSED-SECS > 0
                   ADD 1 TO WS-LATE-NIGHTS
                   COMPUTE WS-LATE-MINUTES ROUNDED =
                       WS-ELAPSED-SECS / 60
                   MOVE '*** LATE, ' TO NL-LATE-TEXT
                   MOVE WS-LATE-MINUTES TO NL-LATE-MINUTES
                   MOVE ' MINUTES' TO NL-LATE-UNIT
               WHEN OTHER
                   MOVE 'ON TIME' TO NL-STATUS
           END-EVALUATE

           MOVE NIGHT-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       700-PRINT-SLOW-RUNS.
           MOVE SPACES TO SC-TEXT
           STRING 'STEP RUNS WELL ABOVE THEIR AVERAGE' DELIMITED BY SIZE
               INTO SC-TEXT
           END-STRING
           MOVE 3 TO PROPER-SPACING
           MOVE SECTION-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE SLOW-CAPTION-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM 710-CHECK-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
       .

       710-CHECK-ONE-RUN.
      *    A RUN IS SLOW WHEN IT BEATS ITS STEP'S AVERAGE BY THE SET
      *    PERCENTAGE AND ALSO TOOK LONG ENOUGH TO MATTER

           MOVE WS-RUN-STEP (WS-RUN-SUB) TO WS-STEP-SUB
           MULTIPLY WS-STEP-AVG-SECS (WS-STEP-SUB) BY WS-SLOW-PERCENT
               GIVING WS-SLOW-LIMIT
           DIVIDE WS-SLOW-LIMIT BY 100 GIVING WS-SLOW-LIMIT ROUNDED
           ADD WS-STEP-AVG-SECS (WS-STEP-SUB) TO WS-SLOW-LIMIT

           IF WS-RUN-SECS (WS-RUN-SUB) > WS-SLOW-LIMIT
               AND WS-RUN-SECS (WS-RUN-SUB) >= WS-SLOW-MIN-SECS
               ADD 1 TO WS-SLOW-RUNS
               MOVE WS-RUN-NIGHT (WS-RUN-SUB) TO WS-NIGHT-SUB
               MOVE WS-NIGHT-JOB-DATE (WS-NIGHT-SUB) TO WS-FORMAT-DATE
               PERFORM 330-FORMAT-DATE
               MOVE WS-EDIT-DATE TO SWL-NIGHT
               MOVE WS-STEP-NUMBER (WS-STEP-SUB) TO SWL-STEP
               MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO SWL-PROGRAM
               MOVE WS-RUN-SECS (WS-RUN-SUB) TO SWL-SECS
               MOVE WS-STEP-AVG-SECS (WS-STEP-SUB) TO SWL-AVG-SECS
               IF WS-STEP-AVG-SECS (WS-STEP-SUB) > 0
                   COMPUTE WS-PCT-OVER ROUNDED =
                       (WS-RUN-SECS (WS-RUN-SUB)
                        - WS-STEP-AVG-SECS (WS-STEP-SUB)) * 100
                       / WS-STEP-AVG-SECS (WS-STEP-SUB)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-PCT-OVER
                   END-COMPUTE
               ELSE
                   MOVE 99999 TO WS-PCT-OVER
               END-IF
               MOVE WS-PCT-OVER TO SWL-PCT-OVER
               MOVE SLOW-LINE TO SLARPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
       .

       900-WRITE-TRAILER.
           MOVE 'NIGHTS ON LEDGER =    ' TO TR-MESSAGE
           MOVE WS-NIGHTS-ON-LEDGER TO TR-COUNT
           MOVE 3 TO PROPER-SPACING
           MOVE TRAILER-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'NIGHTS REVIEWED =     ' TO TR-MESSAGE
           MOVE WS-NIGHT-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'STEP RUNS TIMED =     ' TO TR-MESSAGE
           MOVE WS-STEP-RUNS TO TR-COUNT
           MOVE TRAILER-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'NIGHTS FINISHED LATE =' TO TR-MESSAGE
           MOVE WS-LATE-NIGHTS TO TR-COUNT
           MOVE TRAILER-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'NIGHTS NOT COMPLETED =' TO TR-MESSAGE
           MOVE WS-UNFINISHED TO TR-COUNT
           MOVE TRAILER-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'SLOW STEP RUNS =      ' TO TR-MESSAGE
           MOVE WS-SLOW-RUNS TO TR-COUNT
           MOVE TRAILER-LINE TO SLARPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       999-FINAL-ROUTINE.
           CLOSE MLAB-SLARPT

           DISPLAY 'SLA REPORT: NIGHTS = ' WS-NIGHT-COUNT
               ' LATE = ' WS-LATE-NIGHTS
               ' NOT COMPLETED = ' WS-UNFINISHED
               ' SLOW STEP RUNS = ' WS-SLOW-RUNS

           IF WS-LATE-NIGHTS > 0 OR WS-UNFINISHED > 0
               OR WS-SLOW-RUNS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
       .
