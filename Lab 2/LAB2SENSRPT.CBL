       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2SensRpt.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    PARAMETER SENSITIVITY PASS OVER THE DAY'S CLEAN PARAMETER
      *    FILE.  075-VALIDATE-DIVISORS IN Lab2MathLab ONLY CATCHES
      *    A DIVISOR THAT IS EXACTLY ZERO -- A SET WHERE D+A COMES
      *    OUT AT .01 PASSES EVERY EDIT, THEN GIVES A HUGE ANSWER
      *    THAT OVERFLOWS OR SWINGS WILDLY THE NEXT TIME ONE VALUE
      *    IS RETYPED BY A PENNY.  THIS STEP FINDS THOSE SETS BEFORE
      *    THEY REACH THE SUSPENSE FILE AS OVERFLOW EXCEPTIONS.
      *******
      * METHOD
      *    EACH RECORD IS SOLVED UNDER ITS OWN CATALOG EQUATION
      *    (SAME FORMULAS AND DIVISORS AS Lab2MathLab), THEN EACH OF
      *    A THROUGH E IN TURN IS NUDGED UP AND DOWN BY THE STEP AND
      *    THE EQUATION SOLVED AGAIN.  THE RECORD'S SWING IS THE
      *    LARGEST DISTANCE ANY SINGLE NUDGE MOVES THE ANSWER; A
      *    NUDGE THAT ZEROES A DIVISOR OR OVERFLOWS IS UNBOUNDED.
      *    WORK FIELDS ARE SIZED WELL PAST THE MATH RUN'S, SO A
      *    SWING IS MEASURED EVEN WHERE THE MATH RUN WOULD OVERFLOW.
      *        1 = (E + (E*(A-B))/(C*D))/(D+A)   DIVISORS C*D, D+A
      *        2 = ((A+B)*C - D)/E               DIVISOR  E
      *        3 = (A*B + C*D)/(A-E)             DIVISOR  A-E
      *        4 = (A*E)/(B+C) + D               DIVISOR  B+C
      *******
      * CONTROL FILE (MLAB-SENSCTL.TXT, OPTIONAL)
      *    COLS  1- 3  NUDGE STEP, 9V99                 DEFAULT  .01
      *    COLS  4- 8  DIVISOR THRESHOLD, 999V99        DEFAULT 1.00
      *    COLS  9-11  RUN-IDS IN THE RANKED LIST       DEFAULT   20
      *    A FIELD MISSING, ZERO OR NOT NUMERIC TAKES ITS DEFAULT
      *******
      * REPORT SECTIONS (MLAB-SENSRPT.TXT)
      *    DIVISORS NEAR ZERO - EVERY DIVISOR WITHIN THE THRESHOLD
      *                         OF ZERO, EXACT ZEROES INCLUDED
      *    MOST FRAGILE       - THE RUN-IDS WITH THE LARGEST SWING,
      *                         WORST FIRST, WITH THE BASE ANSWER,
      *                         THE VALUE AND DIRECTION THAT MOVED
      *                         IT MOST, AND A FLAG
      *******
      * RETURN CODE
      *    0  = NOTHING NEAR A ZERO DIVISOR OR AN OVERFLOW
      *    4  = A DIVISOR IS WITHIN THE THRESHOLD, OR AN ANSWER
      *         OVERFLOWS AS KEYED OR AFTER A SINGLE NUDGE
      *    16 = A FILE COULD NOT BE OPENED
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MLAB-PARMCLN
               ASSIGN TO DISK "MLAB-PARMCLN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCLN-STATUS.

           SELECT MLAB-SENSCTL
               ASSIGN TO DISK "MLAB-SENSCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENSCTL-STATUS.

           SELECT MLAB-SENSRPT
               ASSIGN TO PRINTER "MLAB-SENSRPT.TXT"
               FILE STATUS IS WS-SENSRPT-STATUS.

           SELECT MLAB-RUNLOCK
               ASSIGN TO DISK "MLAB-RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    THE CLEAN FILE Lab2ParmEdit WRITES FOR THE MATH RUN
       FD  MLAB-PARMCLN
           RECORD CONTAINS 43 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-RUN-ID         PIC X(8).
           05  PARM-A              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  PARM-B              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  PARM-C              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  PARM-D              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  PARM-E              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  PARM-EQ-TYPE        PIC X.
           05  PARM-GROUP          PIC X(4).
      *
       FD  MLAB-SENSCTL
           RECORD CONTAINS 11 CHARACTERS.
       01  SENSCTL-RECORD.
           05  SENSCTL-STEP        PIC X(3).
           05  SENSCTL-STEP-N REDEFINES SENSCTL-STEP
                                   PIC 9V99.
           05  SENSCTL-THRESHOLD   PIC X(5).
           05  SENSCTL-THRESHOLD-N REDEFINES SENSCTL-THRESHOLD
                                   PIC 9(3)V99.
           05  SENSCTL-TOP         PIC X(3).
           05  SENSCTL-TOP-N REDEFINES SENSCTL-TOP
                                   PIC 9(3).
      *
       FD  MLAB-SENSRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SENSRPT-RECORD      PIC X(80).
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
           05  WS-PARMCLN-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMCLN-OK           VALUE '00'.
           05  WS-SENSCTL-STATUS   PIC XX      VALUE SPACES.
               88  WS-SENSCTL-OK           VALUE '00'.
           05  WS-SENSRPT-STATUS   PIC XX      VALUE SPACES.
               88  WS-SENSRPT-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-PARMS         VALUE 'Y'.
           05  WS-ZERO-DIV-SWITCH  PIC X       VALUE 'N'.
               88  WS-DIVISOR-IS-ZERO      VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH  PIC X       VALUE 'N'.
               88  WS-ANSWER-OVERFLOW      VALUE 'Y'.
           05  WS-NEAR-ZERO-SWITCH PIC X       VALUE 'N'.
               88  WS-NEAR-ZERO-FOUND      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ     PIC 9(5)    VALUE 0.
           05  WS-RECORDS-ASSESSED PIC 9(5)    VALUE 0.
           05  WS-NOT-IN-CATALOG   PIC 9(5)    VALUE 0.
           05  WS-NEAR-ZERO-COUNT  PIC 9(5)    VALUE 0.
           05  WS-BASE-OVERFLOWS   PIC 9(5)    VALUE 0.
           05  WS-NUDGE-OVERFLOWS  PIC 9(5)    VALUE 0.
           05  WS-RANKED-PRINTED   PIC 9(5)    VALUE 0.

      *    SENSITIVITY SETTINGS -- COMPILED-IN DEFAULTS, OVERRIDDEN
      *    FIELD BY FIELD FROM MLAB-SENSCTL.TXT
       01  WS-SENSITIVITY-SETTINGS.
           05  WS-NUDGE-STEP       PIC 9V99    VALUE .01.
           05  WS-DIVISOR-THRESHOLD PIC 9(3)V99 VALUE 1.00.
           05  WS-TOP-COUNT        PIC 9(3)    VALUE 20.

      *    THE LARGEST ANSWER THE MATH RUN'S S9(5)V99 FIELD HOLDS,
      *    AND THE CAP THAT STANDS FOR AN UNBOUNDED SWING
       01  WS-MATH-ANSWER-LIMIT    PIC 9(5)V99 VALUE 99999.99.
       01  WS-SWING-CAP            PIC 9(9)V99 VALUE 999999999.99.

      *    THE RECORD'S VALUES, WIDENED ONE DIGIT SO A NUDGE PAST
      *    +-999.99 STILL FITS, AND ADDRESSABLE BY SUBSCRIPT FOR
      *    THE NUDGE LOOP
       01  SENS-VALUES.
           05  SV-A                PIC S9(4)V99 VALUE 0.
           05  SV-B                PIC S9(4)V99 VALUE 0.
           05  SV-C                PIC S9(4)V99 VALUE 0.
           05  SV-D                PIC S9(4)V99 VALUE 0.
           05  SV-E                PIC S9(4)V99 VALUE 0.
       01  SENS-VALUE-TABLE REDEFINES SENS-VALUES.
           05  SV-VALUE            PIC S9(4)V99 OCCURS 5 TIMES.

       01  SENS-VALUE-NAMES        PIC X(5)    VALUE 'ABCDE'.
       01  SV-SUB                  PIC 9       VALUE 0.
       01  SV-SAVED-VALUE          PIC S9(4)V99 VALUE 0.
       01  SV-DIRECTION            PIC X       VALUE SPACE.

       01  CURRENT-EQ-TYPE         PIC X       VALUE '1'.
           88  EQ-TYPE-1                       VALUE '1'.
           88  EQ-TYPE-2                       VALUE '2'.
           88  EQ-TYPE-3                       VALUE '3'.
           88  EQ-TYPE-4                       VALUE '4'.

      *    WORK FIELDS FOR THE VERB SOLUTIONS -- SUMS AND
      *    DIFFERENCES IN SW-CAL1/SW-CAL6, PRODUCTS IN SW-CAL2/
      *    SW-CAL3, QUOTIENTS OVER A TINY DIVISOR IN SW-CAL4/
      *    SW-CAL5 AND THE ANSWER
       01  SENS-WORK.
           05  SW-CAL1             PIC S9(5)V99        VALUE 0.
           05  SW-CAL2             PIC S9(9)V9(4)      VALUE 0.
           05  SW-CAL3             PIC S9(9)V9(4)      VALUE 0.
           05  SW-CAL4             PIC S9(13)V9(4)     VALUE 0.
           05  SW-CAL5             PIC S9(13)V9(4)     VALUE 0.
           05  SW-CAL6             PIC S9(5)V99        VALUE 0.
           05  SW-ANS              PIC S9(13)V9(4)     VALUE 0.
           05  SW-BASE-ANS         PIC S9(13)V9(4)     VALUE 0.
           05  SW-DIFF             PIC S9(13)V9(4)     VALUE 0.
           05  SW-DIVISOR          PIC S9(9)V9(4)      VALUE 0.
           05  SW-DIVISOR-ABS      PIC 9(9)V9(4)       VALUE 0.
           05  SW-DIVISOR-NAME     PIC X(3)            VALUE SPACES.

      *    ONE ENTRY PER RECORD ASSESSED, RANKED BY SWING AT THE END.
      *    BASE FLAG: Z = A DIVISOR IS ZERO AS KEYED, O = THE ANSWER
      *    OVERFLOWS THE MATH RUN AS KEYED
       01  WS-SENS-TABLE.
           05  WS-SN-COUNT         PIC 9(4)    VALUE 0.
           05  WS-SN-MAX           PIC 9(4)    VALUE 2000.
           05  WS-SN-ENTRY         OCCURS 2000 TIMES.
               10  WS-SN-RUN-ID        PIC X(8).
               10  WS-SN-EQ-TYPE       PIC X.
               10  WS-SN-BASE-ANS      PIC S9(13)V9(4).
               10  WS-SN-BASE-FLAG     PIC X.
               10  WS-SN-SWING         PIC 9(9)V99.
               10  WS-SN-WORST         PIC X(2).
               10  WS-SN-NEAR-ZERO     PIC X.
               10  WS-SN-NUDGE-OVF     PIC X.
               10  WS-SN-PRINTED       PIC X.

       01  WS-SN-SUB               PIC 9(4)    VALUE 0.
       01  WS-SN-BEST              PIC 9(4)    VALUE 0.
       01  WS-RANK                 PIC 9(4)    VALUE 0.

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
                                   'PARAMETER SENSITIVITY REPORT'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  SETTINGS-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(12)    VALUE 'NUDGE STEP  '.
           05  ST-STEP         PIC 9.99.
           05                  PIC X(23)    VALUE
                                   '   DIVISOR THRESHOLD   '.
           05  ST-THRESHOLD    PIC ZZ9.99.
           05                  PIC X(14)    VALUE '   RANKED TOP '.
           05  ST-TOP          PIC ZZ9.

       01  SECTION-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  SL-TITLE        PIC X(40).

       01  NOTE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  NOTE-LINE-TEXT  PIC X(60).

       01  DIVISOR-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  DV-RUN-ID       PIC X(8).
           05                  PIC X(5)     VALUE '  EQ '.
           05  DV-EQ-TYPE      PIC X.
           05                  PIC X(2)     VALUE SPACE.
           05  DV-NAME         PIC X(3).
           05                  PIC X(3)     VALUE ' = '.
           05  DV-VALUE        PIC -ZZZ,ZZ9.9999.
           05                  PIC X(2)     VALUE SPACE.
           05  DV-NOTE         PIC X(24).

       01  RANK-HEADING-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(6)     VALUE 'RANK'.
           05                  PIC X(10)    VALUE 'RUN-ID'.
           05                  PIC X(3)     VALUE 'EQ'.
           05                  PIC X(17)    VALUE '    BASE ANSWER'.
           05                  PIC X(16)    VALUE '     MAX SWING'.
           05                  PIC X(4)     VALUE 'BY'.
           05                  PIC X(4)     VALUE 'FLAG'.

       01  RANK-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  RK-RANK         PIC ZZZ9.
           05                  PIC X(2)     VALUE SPACE.
           05  RK-RUN-ID       PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  RK-EQ-TYPE      PIC X.
           05                  PIC X(2)     VALUE SPACE.
           05  RK-BASE-ANS     PIC -ZZZ,ZZZ,ZZ9.99.
           05  RK-BASE-ANS-X REDEFINES RK-BASE-ANS
                               PIC X(15).
           05                  PIC X(2)     VALUE SPACE.
           05  RK-SWING        PIC ZZZ,ZZZ,ZZ9.99.
           05  RK-SWING-X REDEFINES RK-SWING
                               PIC X(14).
           05                  PIC X(2)     VALUE SPACE.
           05  RK-WORST        PIC X(2).
           05                  PIC X(2)     VALUE SPACE.
           05  RK-FLAG         PIC X(17).

       01  TRAILER-HEADING-LINE.
           05                  PIC X(10)   VALUE SPACE.
           05                  PIC X(26)   VALUE
                                   'SENSITIVITY CONTROL TOTALS'.

       01  TRAILER-LINE.
           05                  PIC X(10)    VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           PERFORM 080-ASSESS-PARM-RECORD
               UNTIL WS-END-OF-PARMS
           PERFORM 300-WRITE-RANKED-SECTION
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
           PERFORM 052-GET-SENSITIVITY-SETTINGS

           OPEN INPUT MLAB-PARMCLN
           IF NOT WS-PARMCLN-OK
               DISPLAY 'MLAB-PARMCLN.TXT COULD NOT BE OPENED, STATUS ='
                   WS-PARMCLN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MLAB-SENSRPT
           IF NOT WS-SENSRPT-OK
               DISPLAY 'MLAB-SENSRPT.TXT COULD NOT BE OPENED, STATUS ='
                   WS-SENSRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 057-STAMP-HEADING
           WRITE SENSRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE

           MOVE WS-NUDGE-STEP TO ST-STEP
           MOVE WS-DIVISOR-THRESHOLD TO ST-THRESHOLD
           MOVE WS-TOP-COUNT TO ST-TOP
           WRITE SENSRPT-RECORD FROM SETTINGS-LINE
               AFTER ADVANCING 2
           MOVE 3 TO PROPER-SPACING

           MOVE 'DIVISORS NEAR ZERO' TO SL-TITLE
           MOVE SECTION-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           PERFORM 060-READ-PARM-RECORD
       .

       052-GET-SENSITIVITY-SETTINGS.
      *    SAME "DROP A FILE INSTEAD OF RECOMPILING" CONVENTION AS
      *    THE OTHER CONTROL FILES, ONE DEFAULT PER FIELD SO AN
      *    ANALYST CAN WIDEN THE THRESHOLD WITHOUT RESTATING THE
      *    STEP

           OPEN INPUT MLAB-SENSCTL
           IF WS-SENSCTL-OK
               READ MLAB-SENSCTL
                   NOT AT END
                       IF SENSCTL-STEP NUMERIC
                           AND SENSCTL-STEP-N > 0
                           MOVE SENSCTL-STEP-N TO WS-NUDGE-STEP
                       END-IF
                       IF SENSCTL-THRESHOLD NUMERIC
                           AND SENSCTL-THRESHOLD-N > 0
                           MOVE SENSCTL-THRESHOLD-N
                               TO WS-DIVISOR-THRESHOLD
                       END-IF
                       IF SENSCTL-TOP NUMERIC
                           AND SENSCTL-TOP-N > 0
                           MOVE SENSCTL-TOP-N TO WS-TOP-COUNT
                       END-IF
               END-READ
               CLOSE MLAB-SENSCTL
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

       060-READ-PARM-RECORD.
           READ MLAB-PARMCLN
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
       .

       080-ASSESS-PARM-RECORD.
           ADD 1 TO WS-RECORDS-READ

           MOVE PARM-A TO SV-A
           MOVE PARM-B TO SV-B
           MOVE PARM-C TO SV-C
           MOVE PARM-D TO SV-D
           MOVE PARM-E TO SV-E

      *    A BLANK CODE IS TYPE 1, THE SAME AS THE MATH RUN READS IT
           IF PARM-EQ-TYPE = SPACE
               MOVE '1' TO CURRENT-EQ-TYPE
           ELSE
               MOVE PARM-EQ-TYPE TO CURRENT-EQ-TYPE
           END-IF

           IF NOT EQ-TYPE-1 AND NOT EQ-TYPE-2
               AND NOT EQ-TYPE-3 AND NOT EQ-TYPE-4
      *        THE MATH RUN EXCEPTS A CODE THE CATALOG DOES NOT
      *        KNOW, SO THERE IS NO FORMULA TO MEASURE IT AGAINST
               ADD 1 TO WS-NOT-IN-CATALOG
               MOVE PARM-RUN-ID TO DV-RUN-ID
               MOVE CURRENT-EQ-TYPE TO DV-EQ-TYPE
               MOVE SPACES TO DV-NAME
               MOVE 0 TO DV-VALUE
               MOVE 'NOT IN CATALOG - SKIPPED' TO DV-NOTE
               MOVE DIVISOR-LINE TO SENSRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           ELSE
               IF WS-SN-COUNT < WS-SN-MAX
                   ADD 1 TO WS-RECORDS-ASSESSED
                   ADD 1 TO WS-SN-COUNT
                   PERFORM 100-MEASURE-ONE-RECORD
               ELSE
                   DISPLAY 'WARNING: SENSITIVITY TABLE FULL, RUN-ID '
                       PARM-RUN-ID ' NOT ASSESSED'
               END-IF
           END-IF

           PERFORM 060-READ-PARM-RECORD
       .

       100-MEASURE-ONE-RECORD.
           MOVE PARM-RUN-ID TO WS-SN-RUN-ID (WS-SN-COUNT)
           MOVE CURRENT-EQ-TYPE TO WS-SN-EQ-TYPE (WS-SN-COUNT)
           MOVE SPACE TO WS-SN-BASE-FLAG (WS-SN-COUNT)
           MOVE 0 TO WS-SN-SWING (WS-SN-COUNT)
           MOVE SPACES TO WS-SN-WORST (WS-SN-COUNT)
           MOVE 'N' TO WS-SN-NEAR-ZERO (WS-SN-COUNT)
           MOVE 'N' TO WS-SN-NUDGE-OVF (WS-SN-COUNT)
           MOVE 'N' TO WS-SN-PRINTED (WS-SN-COUNT)

           PERFORM 150-CHECK-DIVISORS

           PERFORM 200-SOLVE-EQUATION
           MOVE SW-ANS TO SW-BASE-ANS
           MOVE SW-ANS TO WS-SN-BASE-ANS (WS-SN-COUNT)

      *    A SET THAT ALREADY FAILS AS KEYED IS AS FRAGILE AS A SET
      *    CAN BE -- IT RANKS AT THE CAP WITHOUT BEING NUDGED

           EVALUATE TRUE
               WHEN WS-DIVISOR-IS-ZERO
                   MOVE 'Z' TO WS-SN-BASE-FLAG (WS-SN-COUNT)
                   MOVE WS-SWING-CAP TO WS-SN-SWING (WS-SN-COUNT)
                   ADD 1 TO WS-BASE-OVERFLOWS
               WHEN WS-ANSWER-OVERFLOW
                   MOVE 'O' TO WS-SN-BASE-FLAG (WS-SN-COUNT)
                   MOVE WS-SWING-CAP TO WS-SN-SWING (WS-SN-COUNT)
                   ADD 1 TO WS-BASE-OVERFLOWS
               WHEN OTHER
                   IF SW-ANS > WS-MATH-ANSWER-LIMIT
                       OR SW-ANS < 0 - WS-MATH-ANSWER-LIMIT
                       MOVE 'O' TO WS-SN-BASE-FLAG (WS-SN-COUNT)
                       ADD 1 TO WS-BASE-OVERFLOWS
                   END-IF
                   PERFORM 120-NUDGE-ONE-VALUE
                       VARYING SV-SUB FROM 1 BY 1
                       UNTIL SV-SUB > 5
                   IF WS-SN-NUDGE-OVF (WS-SN-COUNT) = 'Y'
                       AND WS-SN-BASE-FLAG (WS-SN-COUNT) = SPACE
                       ADD 1 TO WS-NUDGE-OVERFLOWS
                   END-IF
           END-EVALUATE
       .

       120-NUDGE-ONE-VALUE.
      *    ONE VALUE UP BY THE STEP, THEN DOWN BY THE STEP, THE
      *    OTHER FOUR HELD AS KEYED -- THEN PUT IT BACK

           MOVE SV-VALUE (SV-SUB) TO SV-SAVED-VALUE

           ADD WS-NUDGE-STEP TO SV-VALUE (SV-SUB)
           MOVE '+' TO SV-DIRECTION
           PERFORM 200-SOLVE-EQUATION
           PERFORM 130-MEASURE-NUDGE-SWING

           MOVE SV-SAVED-VALUE TO SV-VALUE (SV-SUB)
           SUBTRACT WS-NUDGE-STEP FROM SV-VALUE (SV-SUB)
           MOVE '-' TO SV-DIRECTION
           PERFORM 200-SOLVE-EQUATION
           PERFORM 130-MEASURE-NUDGE-SWING

           MOVE SV-SAVED-VALUE TO SV-VALUE (SV-SUB)
       .

       130-MEASURE-NUDGE-SWING.
      *    THE DISTANCE THIS NUDGE MOVED THE ANSWER.  A NEW WORST
      *    SWING RECORDS WHICH VALUE MOVED IT, AND WHICH WAY

           IF WS-DIVISOR-IS-ZERO OR WS-ANSWER-OVERFLOW
               MOVE 'Y' TO WS-SN-NUDGE-OVF (WS-SN-COUNT)
               MOVE WS-SWING-CAP TO SW-DIFF
           ELSE
               IF SW-ANS > WS-MATH-ANSWER-LIMIT
                   OR SW-ANS < 0 - WS-MATH-ANSWER-LIMIT
                   MOVE 'Y' TO WS-SN-NUDGE-OVF (WS-SN-COUNT)
               END-IF
               SUBTRACT SW-BASE-ANS FROM SW-ANS GIVING SW-DIFF
               IF SW-DIFF < 0
                   MULTIPLY -1 BY SW-DIFF
               END-IF
               IF SW-DIFF > WS-SWING-CAP
                   MOVE WS-SWING-CAP TO SW-DIFF
               END-IF
           END-IF

           IF SW-DIFF > WS-SN-SWING (WS-SN-COUNT)
               MOVE SW-DIFF TO WS-SN-SWING (WS-SN-COUNT)
               MOVE SENS-VALUE-NAMES(SV-SUB:1)
                   TO WS-SN-WORST (WS-SN-COUNT)(1:1)
               MOVE SV-DIRECTION TO WS-SN-WORST (WS-SN-COUNT)(2:1)
           END-IF
       .

       150-CHECK-DIVISORS.
      *    EVERY DIVISOR OF THE RECORD'S OWN FORMULA, AS KEYED,
      *    AGAINST THE THRESHOLD.  THE SAME CONDITIONS THE MATH RUN
      *    TESTS FOR EXACTLY ZERO, WIDENED TO "CLOSE TO ZERO"

           EVALUATE TRUE
               WHEN EQ-TYPE-1
                   MULTIPLY SV-C BY SV-D GIVING SW-DIVISOR
                   MOVE 'C*D' TO SW-DIVISOR-NAME
                   PERFORM 155-TEST-ONE-DIVISOR
                   ADD SV-D TO SV-A GIVING SW-DIVISOR
                   MOVE 'D+A' TO SW-DIVISOR-NAME
                   PERFORM 155-TEST-ONE-DIVISOR
               WHEN EQ-TYPE-2
                   MOVE SV-E TO SW-DIVISOR
                   MOVE 'E  ' TO SW-DIVISOR-NAME
                   PERFORM 155-TEST-ONE-DIVISOR
               WHEN EQ-TYPE-3
                   SUBTRACT SV-E FROM SV-A GIVING SW-DIVISOR
                   MOVE 'A-E' TO SW-DIVISOR-NAME
                   PERFORM 155-TEST-ONE-DIVISOR
               WHEN EQ-TYPE-4
                   ADD SV-B TO SV-C GIVING SW-DIVISOR
                   MOVE 'B+C' TO SW-DIVISOR-NAME
                   PERFORM 155-TEST-ONE-DIVISOR
           END-EVALUATE
       .

       155-TEST-ONE-DIVISOR.
           MOVE SW-DIVISOR TO SW-DIVISOR-ABS

           IF SW-DIVISOR-ABS NOT > WS-DIVISOR-THRESHOLD
               IF WS-SN-NEAR-ZERO (WS-SN-COUNT) NOT = 'Y'
                   ADD 1 TO WS-NEAR-ZERO-COUNT
               END-IF
               MOVE 'Y' TO WS-SN-NEAR-ZERO (WS-SN-COUNT)
               MOVE PARM-RUN-ID TO DV-RUN-ID
               MOVE CURRENT-EQ-TYPE TO DV-EQ-TYPE
               MOVE SW-DIVISOR-NAME TO DV-NAME
               MOVE SW-DIVISOR TO DV-VALUE
               IF SW-DIVISOR = 0
                   MOVE 'ZERO - MATH RUN EXCEPTS' TO DV-NOTE
               ELSE
                   MOVE 'WITHIN THRESHOLD' TO DV-NOTE
               END-IF
               MOVE DIVISOR-LINE TO SENSRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
       .

       200-SOLVE-EQUATION.
      *    SOLVE WITH THE ARITHMETIC VERBS, ONE OPERATION AT A TIME,
      *    TESTING EACH DIVISOR FOR ZERO BEFORE DIVIDING BY IT

           MOVE 'N' TO WS-ZERO-DIV-SWITCH
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           MOVE 0 TO SW-ANS

           EVALUATE TRUE
               WHEN EQ-TYPE-1
                   PERFORM 210-SOLVE-EQ-1
               WHEN EQ-TYPE-2
                   PERFORM 220-SOLVE-EQ-2
               WHEN EQ-TYPE-3
                   PERFORM 230-SOLVE-EQ-3
               WHEN EQ-TYPE-4
                   PERFORM 240-SOLVE-EQ-4
           END-EVALUATE
       .

       210-SOLVE-EQ-1.
      *    (E + (E*(A-B))/(C*D))/(D+A)

           SUBTRACT SV-B FROM SV-A GIVING SW-CAL1
           MULTIPLY SW-CAL1 BY SV-E GIVING SW-CAL2
           MULTIPLY SV-C BY SV-D GIVING SW-CAL3
           ADD SV-D TO SV-A GIVING SW-CAL6
           IF SW-CAL3 = 0 OR SW-CAL6 = 0
               MOVE 'Y' TO WS-ZERO-DIV-SWITCH
           ELSE
               DIVIDE SW-CAL3 INTO SW-CAL2 GIVING SW-CAL4
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-DIVIDE
               ADD SW-CAL4 TO SV-E GIVING SW-CAL5
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-ADD
               DIVIDE SW-CAL6 INTO SW-CAL5 GIVING SW-ANS
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-DIVIDE
           END-IF
       .

       220-SOLVE-EQ-2.
      *    ((A+B)*C - D)/E

           ADD SV-A TO SV-B GIVING SW-CAL1
           MULTIPLY SW-CAL1 BY SV-C GIVING SW-CAL2
           SUBTRACT SV-D FROM SW-CAL2
           IF SV-E = 0
               MOVE 'Y' TO WS-ZERO-DIV-SWITCH
           ELSE
               DIVIDE SV-E INTO SW-CAL2 GIVING SW-ANS
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-DIVIDE
           END-IF
       .

       230-SOLVE-EQ-3.
      *    (A*B + C*D)/(A-E)

           MULTIPLY SV-A BY SV-B GIVING SW-CAL2
           MULTIPLY SV-C BY SV-D GIVING SW-CAL3
           ADD SW-CAL3 TO SW-CAL2
           SUBTRACT SV-E FROM SV-A GIVING SW-CAL6
           IF SW-CAL6 = 0
               MOVE 'Y' TO WS-ZERO-DIV-SWITCH
           ELSE
               DIVIDE SW-CAL6 INTO SW-CAL2 GIVING SW-ANS
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-DIVIDE
           END-IF
       .

       240-SOLVE-EQ-4.
      *    (A*E)/(B+C) + D

           MULTIPLY SV-A BY SV-E GIVING SW-CAL2
           ADD SV-B TO SV-C GIVING SW-CAL6
           IF SW-CAL6 = 0
               MOVE 'Y' TO WS-ZERO-DIV-SWITCH
           ELSE
               DIVIDE SW-CAL6 INTO SW-CAL2 GIVING SW-CAL4
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-DIVIDE
               ADD SV-D TO SW-CAL4 GIVING SW-ANS
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-ADD
           END-IF
       .

       300-WRITE-RANKED-SECTION.
      *    WORST FIRST: EACH PASS PICKS THE LARGEST SWING NOT YET
      *    PRINTED, SO ONLY THE TOP OF THE LIST IS EVER ORDERED

           IF WS-NEAR-ZERO-COUNT = 0 AND WS-NOT-IN-CATALOG = 0
               MOVE SPACES TO NOTE-LINE-TEXT
               MOVE 'NO DIVISOR WITHIN THE THRESHOLD' TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO SENSRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF

           MOVE 3 TO PROPER-SPACING
           MOVE 'MOST FRAGILE RUN-IDS' TO SL-TITLE
           MOVE SECTION-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE RANK-HEADING-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           PERFORM 310-RANK-NEXT-RECORD
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-COUNT
                  OR WS-RANK > WS-SN-COUNT

           IF WS-SN-COUNT = 0
               MOVE SPACES TO NOTE-LINE-TEXT
               MOVE 'NO RECORDS ASSESSED' TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO SENSRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
       .

       310-RANK-NEXT-RECORD.
           MOVE 0 TO WS-SN-BEST
           PERFORM 320-CHECK-FOR-WORSE
               VARYING WS-SN-SUB FROM 1 BY 1
               UNTIL WS-SN-SUB > WS-SN-COUNT

           MOVE 'Y' TO WS-SN-PRINTED (WS-SN-BEST)
           ADD 1 TO WS-RANKED-PRINTED
           PERFORM 330-WRITE-RANK-LINE
       .

       320-CHECK-FOR-WORSE.
           IF WS-SN-PRINTED (WS-SN-SUB) = 'N'
               IF WS-SN-BEST = 0
                   MOVE WS-SN-SUB TO WS-SN-BEST
               ELSE
                   IF WS-SN-SWING (WS-SN-SUB)
                       > WS-SN-SWING (WS-SN-BEST)
                       MOVE WS-SN-SUB TO WS-SN-BEST
                   END-IF
               END-IF
           END-IF
       .

       330-WRITE-RANK-LINE.
           MOVE WS-RANK TO RK-RANK
           MOVE WS-SN-RUN-ID (WS-SN-BEST) TO RK-RUN-ID
           MOVE WS-SN-EQ-TYPE (WS-SN-BEST) TO RK-EQ-TYPE

           EVALUATE TRUE
               WHEN WS-SN-BASE-FLAG (WS-SN-BEST) = 'Z'
                   MOVE '   ZERO DIVISOR' TO RK-BASE-ANS-X
               WHEN WS-SN-BASE-ANS (WS-SN-BEST) > WS-SWING-CAP
                   OR WS-SN-BASE-ANS (WS-SN-BEST) < 0 - WS-SWING-CAP
                   MOVE '      TOO LARGE' TO RK-BASE-ANS-X
               WHEN OTHER
                   MOVE WS-SN-BASE-ANS (WS-SN-BEST) TO RK-BASE-ANS
           END-EVALUATE

           IF WS-SN-SWING (WS-SN-BEST) NOT < WS-SWING-CAP
               MOVE '     UNBOUNDED' TO RK-SWING-X
           ELSE
               MOVE WS-SN-SWING (WS-SN-BEST) TO RK-SWING
           END-IF

           MOVE WS-SN-WORST (WS-SN-BEST) TO RK-WORST

           EVALUATE TRUE
               WHEN WS-SN-BASE-FLAG (WS-SN-BEST) = 'Z'
                   MOVE 'ZERO DIVISOR' TO RK-FLAG
               WHEN WS-SN-BASE-FLAG (WS-SN-BEST) = 'O'
                   MOVE 'ANSWER OVERFLOWS' TO RK-FLAG
               WHEN WS-SN-NUDGE-OVF (WS-SN-BEST) = 'Y'
                   MOVE 'NUDGE OVERFLOWS' TO RK-FLAG
               WHEN WS-SN-NEAR-ZERO (WS-SN-BEST) = 'Y'
                   MOVE 'NEAR-ZERO DIVISOR' TO RK-FLAG
               WHEN OTHER
                   MOVE SPACES TO RK-FLAG
           END-EVALUATE

           MOVE RANK-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .

       400-WRITE-A-LINE.

           WRITE SENSRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       900-WRITE-TRAILER.
           WRITE SENSRPT-RECORD FROM TRAILER-HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING

           MOVE 'RECORDS READ =        ' TO TR-MESSAGE
           MOVE WS-RECORDS-READ TO TR-COUNT
           MOVE TRAILER-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'RECORDS ASSESSED =    ' TO TR-MESSAGE
           MOVE WS-RECORDS-ASSESSED TO TR-COUNT
           MOVE TRAILER-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'NOT IN CATALOG =      ' TO TR-MESSAGE
           MOVE WS-NOT-IN-CATALOG TO TR-COUNT
           MOVE TRAILER-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'NEAR-ZERO DIVISORS =  ' TO TR-MESSAGE
           MOVE WS-NEAR-ZERO-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'FAIL AS KEYED =       ' TO TR-MESSAGE
           MOVE WS-BASE-OVERFLOWS TO TR-COUNT
           MOVE TRAILER-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'FAIL AFTER A NUDGE =  ' TO TR-MESSAGE
           MOVE WS-NUDGE-OVERFLOWS TO TR-COUNT
           MOVE TRAILER-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'RUN-IDS RANKED =      ' TO TR-MESSAGE
           MOVE WS-RANKED-PRINTED TO TR-COUNT
           MOVE TRAILER-LINE TO SENSRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       999-FINAL-ROUTINE.
           CLOSE MLAB-PARMCLN
           CLOSE MLAB-SENSRPT

      *    A WARNING, NOT A STOP: THE MATH RUN STILL EXCEPTS ANY SET
      *    THAT ACTUALLY FAILS, BUT THE STREAM NOTICES THE REPORT
           IF WS-NEAR-ZERO-COUNT > 0
               OR WS-BASE-OVERFLOWS > 0
               OR WS-NUDGE-OVERFLOWS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
       .
