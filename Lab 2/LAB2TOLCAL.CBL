       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2TolCalib.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    TOLERANCE CALIBRATION FROM HISTORY.  THE EXPECTED ANSWERS
      *    AND LIMITS ON THE TOLERANCE MASTER ARE KEYED BY HAND AND
      *    MOSTLY GUESSED, SO A RUN-ID EITHER FLOODS THE REPORT WITH
      *    'V' ROWS OR CARRIES A LIMIT SO WIDE IT CATCHES NOTHING.
      *    THIS PROGRAM WORKS OUT WHAT EACH RECURRING RUN-ID HAS
      *    ACTUALLY BEEN ANSWERING -- A TYPICAL ANSWER AND A SPREAD
      *    OVER A LOOK-BACK WINDOW -- AND PROPOSES TOLERANCE
      *    TRANSACTIONS FROM IT.  NOTHING IS APPLIED HERE: THE
      *    PROPOSALS ARE WRITTEN IN Lab2TolMaint'S TRANSACTION LAYOUT
      *    FOR AN ANALYST TO REVIEW AGAINST THE REPORT, AND ONLY THE
      *    LINES THE ANALYST KEEPS ARE FED TO Lab2TolMaint.
      *******
      * WHAT COUNTS AS AN OBSERVATION
      *    MLAB-HIST.DAT     - EACH CLEAN ('O') ROW INSIDE THE WINDOW,
      *                        ITS COMPUTED ANSWER (THE FIGURE THE
      *                        TOLERANCE IS MEASURED AGAINST)
      *    MLAB-HISTSUM.DAT  - EACH MONTHLY SUMMARY WHOSE WHOLE MONTH
      *                        IS INSIDE THE WINDOW: ITS MIN AND MAX
      *                        ANSWER WIDEN THE SPREAD AND ITS NON-
      *                        EXCEPTION RECORDS COUNT TOWARD THE
      *                        MINIMUM.  A SUMMARY CANNOT TELL 'O'
      *                        FROM 'V' ROWS, SO DETAIL IS PREFERRED
      *                        FOR THE TYPICAL ANSWER
      *    A RUN-ID'S WINDOW IS CUT SHORT AT THE LATEST DATE THE
      *    PARAMETER JOURNAL (MLAB-PARMJRN.DAT) SHOWS ITS VALUES OR
      *    EQUATION TYPE CHANGING -- ANSWERS FROM THE OLD VALUES SAY
      *    NOTHING ABOUT THE NEW ONES.  A CHANGE DATED IN THE FUTURE
      *    MEANS THE PROPOSAL WOULD GO STALE ON THAT DATE, SO NONE IS
      *    MADE AND THE RUN-ID IS LISTED AS PENDING.
      *******
      * THE PROPOSAL
      *    TYPICAL ANSWER = MEAN OF THE CLEAN DETAIL ANSWERS (THE
      *                     MID-RANGE OF THE SUMMARIES WHEN THE
      *                     WINDOW HOLDS NO DETAIL)
      *    LIMIT          = THE FURTHEST OBSERVATION FROM THE TYPICAL
      *                     ANSWER, PLUS THE MARGIN PERCENTAGE, NEVER
      *                     LESS THAN .01
      *    A = NO TOLERANCE ON FILE FOR THE RUN-ID
      *    C = THE CURRENT TOLERANCE IS FAR OFF: ITS EXPECTED ANSWER
      *        IS OUTSIDE THE PROPOSED LIMIT, OR ITS LIMIT IS MORE
      *        THAN THE FACTOR WIDER OR NARROWER THAN THE PROPOSED
      *    EVERY RUN-ID WITH ENOUGH OBSERVATIONS IS PRINTED, SO THE
      *    ANALYST SEES THE ONES LEFT ALONE AS WELL
      *******
      * CONTROL FILE (MLAB-CALCTL.TXT, OPTIONAL)
      *    COLS  1- 3  LOOK-BACK WINDOW IN DAYS         DEFAULT  90
      *    COLS  4- 6  MINIMUM OBSERVATIONS             DEFAULT  10
      *    COLS  7- 9  MARGIN PERCENT ADDED TO SPREAD   DEFAULT  25
      *    COL  10     FAR-OFF FACTOR FOR THE LIMIT     DEFAULT   3
      *    A FIELD MISSING, ZERO OR NOT NUMERIC TAKES ITS DEFAULT
      *******
      * OUTPUTS
      *    MLAB-TOLPROP.TXT - PROPOSED TRANSACTIONS, MLAB-TOLTRN.TXT
      *                       LAYOUT, USER-ID LEFT BLANK.  DELIBERATELY
      *                       NOT THE LIVE DROP: Lab2TolMaint NEVER
      *                       SEES A PROPOSAL UNTIL AN ANALYST COPIES
      *                       THE APPROVED LINES INTO MLAB-TOLTRN.TXT
      *                       AND KEYS THEIR OWN USER-ID ON THEM, SO
      *                       THE CHANGE IS THEIRS AND SOMEONE ELSE
      *                       MUST APPROVE IT (Lab2MntApprove REFUSES
      *                       A LINE WITH NO KEYER)
      *    MLAB-CALRPT.TXT  - REVIEW REPORT, CURRENT VERSUS PROPOSED
      *******
      * RETURN CODE
      *    0  = NOTHING TO PROPOSE
      *    4  = PROPOSALS WRITTEN FOR REVIEW
      *    16 = THE REPORT OR THE PROPOSAL FILE COULD NOT BE OPENED
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MLAB-HIST
               ASSIGN TO DISK "MLAB-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MLAB-HISTSUM
               ASSIGN TO DISK "MLAB-HISTSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTSUM-STATUS.

           SELECT MLAB-PARMJRN
               ASSIGN TO DISK "MLAB-PARMJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMJRN-STATUS.

           SELECT MLAB-TOLMST
               ASSIGN TO DISK "MLAB-TOLMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TOL-RUN-ID
               FILE STATUS IS WS-TOLMST-STATUS.

           SELECT MLAB-CALCTL
               ASSIGN TO DISK "MLAB-CALCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCTL-STATUS.

           SELECT MLAB-TOLPROP
               ASSIGN TO DISK "MLAB-TOLPROP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLPROP-STATUS.

           SELECT MLAB-CALRPT
               ASSIGN TO PRINTER "MLAB-CALRPT.TXT"
               FILE STATUS IS WS-CALRPT-STATUS.

           SELECT MLAB-RUNLOCK
               ASSIGN TO DISK "MLAB-RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
                   88  HX-STATUS-CLEAN         VALUE 'O'.
               10  HX-EXC-REASON       PIC X(20).
      *
       FD  MLAB-HISTSUM
           RECORD CONTAINS 48 CHARACTERS.
       01  SUM-RECORD.
           05  SUM-PERIOD          PIC 9(6).
           05  SUM-PERIOD-R REDEFINES SUM-PERIOD.
               10  SUM-PERIOD-YYYY PIC 9(4).
               10  SUM-PERIOD-MM   PIC 9(2).
           05  SUM-RUN-ID          PIC X(8).
           05  SUM-RECORDS         PIC 9(5).
           05  SUM-EXCEPTIONS      PIC 9(5).
           05  SUM-MIN-ANS         PIC S9(5)V99
                                   SIGN LEADING SEPARATE.
           05  SUM-MAX-ANS         PIC S9(5)V99
                                   SIGN LEADING SEPARATE.
           05  SUM-LAST-ANS        PIC S9(5)V99
                                   SIGN LEADING SEPARATE.
      *
      *    THE BEFORE AND AFTER IMAGES ARE THE FIRST 63 BYTES OF THE
      *    MASTER RECORD -- POSITIONS 17-46 HOLD THE VALUES AND 47
      *    THE EQUATION TYPE, THE PART A CALIBRATION DEPENDS ON
       FD  MLAB-PARMJRN
           RECORD CONTAINS 186 CHARACTERS.
       01  JRN-RECORD.
           05  JRN-BATCH           PIC 9(5).
           05  JRN-DATE            PIC 9(8).
           05  JRN-TIME            PIC 9(6).
           05  JRN-USER            PIC X(8).
           05  JRN-ACTION          PIC X.
           05  JRN-RUN-ID          PIC X(8).
           05  JRN-EFF-DATE        PIC 9(8).
           05  JRN-BEFORE          PIC X(63).
           05  JRN-AFTER           PIC X(63).
           05  JRN-APPROVER        PIC X(8).
           05  JRN-BEFORE-GROUP    PIC X(4).
           05  JRN-AFTER-GROUP     PIC X(4).
      *
       FD  MLAB-TOLMST
           RECORD CONTAINS 39 CHARACTERS.
       01  TOL-RECORD.
           05  TOL-RUN-ID          PIC X(8).
           05  TOL-EXPECTED        PIC S9(5)V99
                                   SIGN LEADING SEPARATE.
           05  TOL-TOLERANCE       PIC 9(5)V99.
           05  TOL-MAINT-DATE      PIC 9(8).
           05  TOL-MAINT-USER      PIC X(8).
      *
       FD  MLAB-CALCTL
           RECORD CONTAINS 10 CHARACTERS.
       01  CALCTL-RECORD.
           05  CALCTL-LOOK-BACK    PIC X(3).
           05  CALCTL-LOOK-BACK-N REDEFINES CALCTL-LOOK-BACK
                                   PIC 9(3).
           05  CALCTL-MIN-OBS      PIC X(3).
           05  CALCTL-MIN-OBS-N REDEFINES CALCTL-MIN-OBS
                                   PIC 9(3).
           05  CALCTL-MARGIN       PIC X(3).
           05  CALCTL-MARGIN-N REDEFINES CALCTL-MARGIN
                                   PIC 9(3).
           05  CALCTL-FACTOR       PIC X.
           05  CALCTL-FACTOR-N REDEFINES CALCTL-FACTOR
                                   PIC 9.
      *
      *    SAME COLUMNS AS MLAB-TOLTRN.TXT
       FD  MLAB-TOLPROP
           RECORD CONTAINS 32 CHARACTERS.
       01  TOLPROP-RECORD      PIC X(32).
      *
       FD  MLAB-CALRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  CALRPT-RECORD       PIC X(80).
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
           05  WS-HIST-STATUS      PIC XX      VALUE SPACES.
               88  WS-HIST-OK              VALUE '00'.
           05  WS-HISTSUM-STATUS   PIC XX      VALUE SPACES.
               88  WS-HISTSUM-OK           VALUE '00'.
           05  WS-PARMJRN-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMJRN-OK           VALUE '00'.
           05  WS-TOLMST-STATUS    PIC XX      VALUE SPACES.
               88  WS-TOLMST-OK            VALUE '00'.
           05  WS-CALCTL-STATUS    PIC XX      VALUE SPACES.
               88  WS-CALCTL-OK            VALUE '00'.
           05  WS-TOLPROP-STATUS   PIC XX      VALUE SPACES.
               88  WS-TOLPROP-OK           VALUE '00'.
           05  WS-CALRPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-CALRPT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RUN-IDS-REVIEWED PIC 9(5)    VALUE 0.
           05  WS-ADDS-PROPOSED    PIC 9(5)    VALUE 0.
           05  WS-CHANGES-PROPOSED PIC 9(5)    VALUE 0.
           05  WS-LEFT-ALONE       PIC 9(5)    VALUE 0.
           05  WS-TOO-FEW          PIC 9(5)    VALUE 0.
           05  WS-CHANGE-PENDING   PIC 9(5)    VALUE 0.
           05  WS-ROWS-USED        PIC 9(7)    VALUE 0.
           05  WS-ROWS-SKIPPED     PIC 9(7)    VALUE 0.

      *    CALIBRATION SETTINGS -- COMPILED-IN DEFAULTS, OVERRIDDEN
      *    FIELD BY FIELD FROM MLAB-CALCTL.TXT
       01  WS-CALIBRATION-SETTINGS.
           05  WS-LOOK-BACK-DAYS   PIC 9(3)    VALUE 90.
           05  WS-MIN-OBSERVATIONS PIC 9(3)    VALUE 10.
           05  WS-MARGIN-PERCENT   PIC 9(3)    VALUE 25.
           05  WS-FAR-OFF-FACTOR   PIC 9       VALUE 3.

       01  WS-TODAY                PIC 9(8)    VALUE 0.
       01  WS-WINDOW-START         PIC 9(8)    VALUE 0.

      *    ONE ENTRY PER RUN-ID MET IN THE JOURNAL, THE HISTORY OR
      *    THE TOLERANCE MASTER.  THE MIN AND MAX ARE ALL THE SPREAD
      *    NEEDS -- EVERY OBSERVATION LIES BETWEEN THEM, SO THE
      *    FURTHEST ONE FROM THE TYPICAL ANSWER IS ONE OF THE TWO.
      *    UNUSED SLOTS ARE SPACES AND A RUN-ID IS NEVER BLANK
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT        PIC 9(4)    VALUE 0.
           05  WS-CAL-MAX          PIC 9(4)    VALUE 2000.
           05  WS-CAL-ENTRY        OCCURS 2000 TIMES
                                   INDEXED BY CAL-IDX.
               10  WS-CAL-RUN-ID       PIC X(8).
               10  WS-CAL-USABLE-FROM  PIC 9(8).
               10  WS-CAL-PENDING-DATE PIC 9(8).
               10  WS-CAL-DETAIL-COUNT PIC 9(5).
               10  WS-CAL-DETAIL-SUM   PIC S9(9)V99.
               10  WS-CAL-SUMMARY-ROWS PIC 9(5).
               10  WS-CAL-OBS-SW       PIC X.
               10  WS-CAL-MIN-ANS      PIC S9(5)V99.
               10  WS-CAL-MAX-ANS      PIC S9(5)V99.
               10  WS-CAL-TOL-SW       PIC X.
               10  WS-CAL-TOL-EXPECTED PIC S9(5)V99.
               10  WS-CAL-TOL-LIMIT    PIC 9(5)V99.

       01  WS-WORK-FIELDS.
           05  WS-CAL-SUB          PIC 9(4)    VALUE 0.
           05  WS-FIND-RUN-ID      PIC X(8)    VALUE SPACES.
           05  WS-CHANGE-DATE      PIC 9(8)    VALUE 0.
           05  WS-MONTH-START      PIC 9(8)    VALUE 0.
           05  WS-MONTH-START-R REDEFINES WS-MONTH-START.
               10  WS-MS-YYYY          PIC 9(4).
               10  WS-MS-MM            PIC 9(2).
               10  WS-MS-DD            PIC 9(2).
           05  WS-OBSERVATIONS     PIC 9(6)    VALUE 0.
           05  WS-OBS-ANS          PIC S9(5)V99 VALUE 0.

       01  WS-PROPOSAL-FIELDS.
           05  WS-TYPICAL-ANS      PIC S9(5)V99 VALUE 0.
           05  WS-SPREAD           PIC 9(6)V99  VALUE 0.
           05  WS-SPREAD-LOW       PIC 9(6)V99  VALUE 0.
           05  WS-PROPOSED-LIMIT   PIC 9(5)V99  VALUE 0.
           05  WS-CENTRE-DELTA     PIC 9(6)V99  VALUE 0.
           05  WS-FACTOR-LIMIT     PIC 9(7)V99  VALUE 0.
           05  WS-PROPOSED-ACTION  PIC X        VALUE SPACE.
               88  WS-PROPOSE-NOTHING          VALUE SPACE.
           05  WS-PROPOSED-REASON  PIC X(20)    VALUE SPACES.

      *    THE PROPOSED TRANSACTION, IN Lab2TolMaint'S COLUMNS
       01  WS-TOL-PROPOSAL.
           05  TP-ACTION           PIC X.
           05  TP-RUN-ID           PIC X(8).
           05  TP-EXPECTED         PIC S9(5)V99
                                   SIGN LEADING SEPARATE.
           05  TP-TOLERANCE        PIC 9(5)V99.
           05  TP-USER-ID          PIC X(8).

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
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9      VALUE 1.
      *
      ********************OUTPUT AREA***************************

       01  HEADING-LINE.
           05                  PIC X(10)   VALUE SPACE.
           05                  PIC X(30)   VALUE
                                   'TOLERANCE CALIBRATION REVIEW'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  SETTINGS-LINE-1.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(12)    VALUE 'WINDOW FROM '.
           05  SL-WINDOW-START PIC X(10).
           05                  PIC X(2)     VALUE ' ('.
           05  SL-LOOK-BACK    PIC ZZ9.
           05                  PIC X(18)    VALUE
                                   ' DAYS)   MIN ROWS '.
           05  SL-MIN-OBS      PIC ZZ9.

       01  SETTINGS-LINE-2.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(14)    VALUE 'SPREAD MARGIN '.
           05  SL-MARGIN       PIC ZZ9.
           05                  PIC X(27)    VALUE
                                   '%   FAR OFF AT A FACTOR OF '.
           05  SL-FACTOR       PIC 9.

       01  CAPTION-LINE-1.
           05                  PIC X(17)   VALUE SPACE.
           05                  PIC X(20)   VALUE
                                   '  ---- CURRENT ----'.
           05                  PIC X(20)   VALUE
                                   '  ---- PROPOSED ---'.

       01  CAPTION-LINE-2.
           05                  PIC X(3)    VALUE SPACE.
           05                  PIC X(14)   VALUE 'RUN-ID    ROWS'.
           05                  PIC X(20)   VALUE
                                   '  EXPECTED    LIMIT'.
           05                  PIC X(20)   VALUE
                                   '  EXPECTED    LIMIT'.
           05                  PIC X(20)   VALUE
                                   ' A REASON'.

       01  DETAIL-LINE.
           05                  PIC X(3)     VALUE ' '.
           05  DL-RUN-ID       PIC X(8).
           05                  PIC X(1)     VALUE SPACE.
           05  DL-ROWS         PIC ZZZZ9.
           05                  PIC X(1)     VALUE SPACE.
           05  DL-CURRENT.
               10  DL-CUR-EXPECTED PIC ZZZZ9.99-.
               10                  PIC X(1) VALUE SPACE.
               10  DL-CUR-LIMIT    PIC ZZZZ9.99.
           05  DL-CURRENT-X REDEFINES DL-CURRENT
                               PIC X(18).
           05                  PIC X(2)     VALUE SPACE.
           05  DL-PROPOSED.
               10  DL-PRO-EXPECTED PIC ZZZZ9.99-.
               10                  PIC X(1) VALUE SPACE.
               10  DL-PRO-LIMIT    PIC ZZZZ9.99.
           05  DL-PROPOSED-X REDEFINES DL-PROPOSED
                               PIC X(18).
           05                  PIC X(2)     VALUE SPACE.
           05  DL-ACTION       PIC X.
           05                  PIC X(1)     VALUE SPACE.
           05  DL-REASON       PIC X(20).

       01  NOTE-LINE.
           05                  PIC X(17)    VALUE ' '.
           05  NL-TEXT         PIC X(60).

       01  TRAILER-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           PERFORM 060-LOAD-JOURNAL-CHANGES
           PERFORM 070-LOAD-HISTORY
           PERFORM 080-LOAD-TOLERANCES
           PERFORM 100-CALIBRATE-RUN-ID
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
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
           PERFORM 052-GET-CALIBRATION-SETTINGS

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-LOOK-BACK-DAYS)

           OPEN OUTPUT MLAB-CALRPT
           IF NOT WS-CALRPT-OK
               DISPLAY 'MLAB-CALRPT.TXT COULD NOT BE OPENED, STATUS ='
                   WS-CALRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MLAB-TOLPROP
           IF NOT WS-TOLPROP-OK
               DISPLAY 'MLAB-TOLPROP.TXT COULD NOT BE OPENED, STATUS ='
                   WS-TOLPROP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 057-STAMP-HEADING
           WRITE CALRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE

           MOVE WS-WINDOW-START TO WS-FORMAT-DATE
           PERFORM 330-FORMAT-DATE
           MOVE WS-EDIT-DATE TO SL-WINDOW-START
           MOVE WS-LOOK-BACK-DAYS TO SL-LOOK-BACK
           MOVE WS-MIN-OBSERVATIONS TO SL-MIN-OBS
           WRITE CALRPT-RECORD FROM SETTINGS-LINE-1
               AFTER ADVANCING 2
           MOVE WS-MARGIN-PERCENT TO SL-MARGIN
           MOVE WS-FAR-OFF-FACTOR TO SL-FACTOR
           WRITE CALRPT-RECORD FROM SETTINGS-LINE-2
               AFTER ADVANCING 1

           WRITE CALRPT-RECORD FROM CAPTION-LINE-1
               AFTER ADVANCING 3
           WRITE CALRPT-RECORD FROM CAPTION-LINE-2
               AFTER ADVANCING 1
           MOVE 2 TO PROPER-SPACING
       .

       052-GET-CALIBRATION-SETTINGS.
      *    SAME "DROP A FILE INSTEAD OF RECOMPILING" CONVENTION AS
      *    THE OTHER CONTROL FILES, ONE DEFAULT PER FIELD SO AN
      *    ANALYST CAN WIDEN THE WINDOW WITHOUT RESTATING THE REST

           OPEN INPUT MLAB-CALCTL
           IF WS-CALCTL-OK
               READ MLAB-CALCTL
                   NOT AT END
                       IF CALCTL-LOOK-BACK NUMERIC
                           AND CALCTL-LOOK-BACK-N > 0
                           MOVE CALCTL-LOOK-BACK-N
                               TO WS-LOOK-BACK-DAYS
                       END-IF
                       IF CALCTL-MIN-OBS NUMERIC
                           AND CALCTL-MIN-OBS-N > 0
                           MOVE CALCTL-MIN-OBS-N
                               TO WS-MIN-OBSERVATIONS
                       END-IF
                       IF CALCTL-MARGIN NUMERIC
                           AND CALCTL-MARGIN-N > 0
                           MOVE CALCTL-MARGIN-N
                               TO WS-MARGIN-PERCENT
                       END-IF
                       IF CALCTL-FACTOR NUMERIC
                           AND CALCTL-FACTOR-N > 1
                           MOVE CALCTL-FACTOR-N
                               TO WS-FAR-OFF-FACTOR
                       END-IF
               END-READ
               CLOSE MLAB-CALCTL
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

       060-LOAD-JOURNAL-CHANGES.
      *    FIND, PER RUN-ID, THE LATEST DATE ITS VALUES CHANGED.
      *    ANSWERS BEFORE THAT DATE CAME FROM DIFFERENT FIGURES AND
      *    ARE LEFT OUT.  NO JOURNAL MEANS NOTHING HAS CHANGED SINCE
      *    MAINTENANCE WENT ON THE MASTER, SO THE WHOLE WINDOW COUNTS

           OPEN INPUT MLAB-PARMJRN
           IF WS-PARMJRN-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 062-LOAD-ONE-JOURNAL-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-PARMJRN
           END-IF
       .

       062-LOAD-ONE-JOURNAL-ENTRY.
      *    AN ADD OR A DELETE ALWAYS CHANGES WHICH FIGURES ARE IN
      *    FORCE; A CHANGE ONLY COUNTS IF IT TOUCHED THE VALUES OR
      *    THE EQUATION TYPE.  THE CHANGE BITES ON THE LATER OF THE
      *    DAY IT WAS APPLIED AND THE VERSION'S EFFECTIVE DATE --
      *    THAT NIGHT'S RUN ALREADY USED THE NEW FIGURES, SINCE THE
      *    MAINTENANCE STEP RUNS FIRST

           READ MLAB-PARMJRN
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JRN-ACTION = 'A' OR JRN-ACTION = 'D'
                       OR (JRN-ACTION = 'C'
                           AND JRN-BEFORE(17:31) NOT = JRN-AFTER(17:31))
                       MOVE JRN-DATE TO WS-CHANGE-DATE
                       IF JRN-EFF-DATE > WS-CHANGE-DATE
                           MOVE JRN-EFF-DATE TO WS-CHANGE-DATE
                       END-IF
                       MOVE JRN-RUN-ID TO WS-FIND-RUN-ID
                       PERFORM 075-FIND-OR-ADD-RUN-ID
                       IF WS-CAL-SUB > 0
                           PERFORM 064-NOTE-CHANGE-DATE
                       END-IF
                   END-IF
           END-READ
       .

       064-NOTE-CHANGE-DATE.
           IF WS-CHANGE-DATE > WS-TODAY
               IF WS-CAL-PENDING-DATE (WS-CAL-SUB) = 0
                   OR WS-CHANGE-DATE < WS-CAL-PENDING-DATE (WS-CAL-SUB)
                   MOVE WS-CHANGE-DATE
                       TO WS-CAL-PENDING-DATE (WS-CAL-SUB)
               END-IF
           ELSE
               IF WS-CHANGE-DATE > WS-CAL-USABLE-FROM (WS-CAL-SUB)
                   MOVE WS-CHANGE-DATE
                       TO WS-CAL-USABLE-FROM (WS-CAL-SUB)
               END-IF
           END-IF
       .

       070-LOAD-HISTORY.
      *    NO HISTORY IS NOT AN ERROR -- EVERY RUN-ID SIMPLY HAS TOO
      *    FEW OBSERVATIONS AND NOTHING IS PROPOSED

           OPEN INPUT MLAB-HIST
           IF WS-HIST-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 072-LOAD-ONE-HIST-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-HIST
           END-IF

           OPEN INPUT MLAB-HISTSUM
           IF WS-HISTSUM-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 074-LOAD-ONE-SUMMARY
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-HISTSUM
           END-IF
       .

       072-LOAD-ONE-HIST-ROW.
           READ MLAB-HIST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF HX-STATUS-CLEAN
                       AND HIST-RUN-DATE >= WS-WINDOW-START
                       MOVE HX-RUN-ID TO WS-FIND-RUN-ID
                       PERFORM 075-FIND-OR-ADD-RUN-ID
                       IF WS-CAL-SUB > 0
                           IF HIST-RUN-DATE
                               >= WS-CAL-USABLE-FROM (WS-CAL-SUB)
                               ADD 1 TO WS-ROWS-USED
                               ADD 1 TO WS-CAL-DETAIL-COUNT (WS-CAL-SUB)
                               ADD HX-ANS-COMPUTE
                                   TO WS-CAL-DETAIL-SUM (WS-CAL-SUB)
                               MOVE HX-ANS-COMPUTE TO WS-OBS-ANS
                               PERFORM 078-FOLD-IN-OBSERVATION
                           ELSE
                               ADD 1 TO WS-ROWS-SKIPPED
                           END-IF
                       END-IF
                   END-IF
           END-READ
       .

       074-LOAD-ONE-SUMMARY.
      *    ONLY A MONTH WHOLLY INSIDE THE WINDOW, AND WHOLLY AFTER THE
      *    RUN-ID'S LAST VALUE CHANGE, IS USED -- A SUMMARY CANNOT BE
      *    SPLIT, SO A MONTH STRADDLING EITHER DATE IS SKIPPED

           READ MLAB-HISTSUM
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SUM-PERIOD NUMERIC
                       AND SUM-RECORDS > SUM-EXCEPTIONS
                       MOVE SUM-PERIOD-YYYY TO WS-MS-YYYY
                       MOVE SUM-PERIOD-MM TO WS-MS-MM
                       MOVE 1 TO WS-MS-DD
                       IF WS-MONTH-START >= WS-WINDOW-START
                           MOVE SUM-RUN-ID TO WS-FIND-RUN-ID
                           PERFORM 075-FIND-OR-ADD-RUN-ID
                           IF WS-CAL-SUB > 0
                               PERFORM 076-USE-SUMMARY
                           END-IF
                       END-IF
                   END-IF
           END-READ
       .

       075-FIND-OR-ADD-RUN-ID.
           MOVE 0 TO WS-CAL-SUB
           SET CAL-IDX TO 1
           SEARCH WS-CAL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAL-RUN-ID (CAL-IDX) = WS-FIND-RUN-ID
                   SET WS-CAL-SUB TO CAL-IDX
           END-SEARCH

           IF WS-CAL-SUB = 0
               IF WS-CAL-COUNT < WS-CAL-MAX
                   ADD 1 TO WS-CAL-COUNT
                   MOVE WS-CAL-COUNT TO WS-CAL-SUB
                   MOVE WS-FIND-RUN-ID TO WS-CAL-RUN-ID (WS-CAL-SUB)
                   MOVE 0 TO WS-CAL-USABLE-FROM (WS-CAL-SUB)
                   MOVE 0 TO WS-CAL-PENDING-DATE (WS-CAL-SUB)
                   MOVE 0 TO WS-CAL-DETAIL-COUNT (WS-CAL-SUB)
                   MOVE 0 TO WS-CAL-DETAIL-SUM (WS-CAL-SUB)
                   MOVE 0 TO WS-CAL-SUMMARY-ROWS (WS-CAL-SUB)
                   MOVE 'N' TO WS-CAL-OBS-SW (WS-CAL-SUB)
                   MOVE 0 TO WS-CAL-MIN-ANS (WS-CAL-SUB)
                   MOVE 0 TO WS-CAL-MAX-ANS (WS-CAL-SUB)
                   MOVE 'N' TO WS-CAL-TOL-SW (WS-CAL-SUB)
                   MOVE 0 TO WS-CAL-TOL-EXPECTED (WS-CAL-SUB)
                   MOVE 0 TO WS-CAL-TOL-LIMIT (WS-CAL-SUB)
               ELSE
                   DISPLAY 'WARNING: CALIBRATION TABLE FULL, NOT '
                       'REVIEWED: ' WS-FIND-RUN-ID
               END-IF
           END-IF
       .

       076-USE-SUMMARY.
           IF WS-MONTH-START >= WS-CAL-USABLE-FROM (WS-CAL-SUB)
               COMPUTE WS-CAL-SUMMARY-ROWS (WS-CAL-SUB) =
                   WS-CAL-SUMMARY-ROWS (WS-CAL-SUB)
                   + SUM-RECORDS - SUM-EXCEPTIONS
               COMPUTE WS-ROWS-USED = WS-ROWS-USED
                   + SUM-RECORDS - SUM-EXCEPTIONS
               MOVE SUM-MIN-ANS TO WS-OBS-ANS
               PERFORM 078-FOLD-IN-OBSERVATION
               MOVE SUM-MAX-ANS TO WS-OBS-ANS
               PERFORM 078-FOLD-IN-OBSERVATION
           ELSE
               COMPUTE WS-ROWS-SKIPPED = WS-ROWS-SKIPPED
                   + SUM-RECORDS - SUM-EXCEPTIONS
           END-IF
       .

       078-FOLD-IN-OBSERVATION.
           IF WS-CAL-OBS-SW (WS-CAL-SUB) = 'N'
               MOVE 'Y' TO WS-CAL-OBS-SW (WS-CAL-SUB)
               MOVE WS-OBS-ANS TO WS-CAL-MIN-ANS (WS-CAL-SUB)
               MOVE WS-OBS-ANS TO WS-CAL-MAX-ANS (WS-CAL-SUB)
           ELSE
               IF WS-OBS-ANS < WS-CAL-MIN-ANS (WS-CAL-SUB)
                   MOVE WS-OBS-ANS TO WS-CAL-MIN-ANS (WS-CAL-SUB)
               END-IF
               IF WS-OBS-ANS > WS-CAL-MAX-ANS (WS-CAL-SUB)
                   MOVE WS-OBS-ANS TO WS-CAL-MAX-ANS (WS-CAL-SUB)
               END-IF
           END-IF
       .

       080-LOAD-TOLERANCES.
      *    THE CURRENT TOLERANCE DECIDES ADD VERSUS CHANGE.  A
      *    MISSING MASTER MEANS NOTHING IS LOADED YET, SO EVERY
      *    PROPOSAL IS AN ADD.  ONLY RUN-IDS ALREADY SEEN ON
      *    HISTORY MATTER, SO NO NEW ENTRIES ARE MADE HERE

           OPEN INPUT MLAB-TOLMST
           IF WS-TOLMST-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 082-LOAD-ONE-TOLERANCE
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-TOLMST
           END-IF
       .

       082-LOAD-ONE-TOLERANCE.
           READ MLAB-TOLMST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE 0 TO WS-CAL-SUB
                   SET CAL-IDX TO 1
                   SEARCH WS-CAL-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CAL-RUN-ID (CAL-IDX) = TOL-RUN-ID
                           SET WS-CAL-SUB TO CAL-IDX
                   END-SEARCH
                   IF WS-CAL-SUB > 0
                       MOVE 'Y' TO WS-CAL-TOL-SW (WS-CAL-SUB)
                       MOVE TOL-EXPECTED
                           TO WS-CAL-TOL-EXPECTED (WS-CAL-SUB)
                       MOVE TOL-TOLERANCE
                           TO WS-CAL-TOL-LIMIT (WS-CAL-SUB)
                   END-IF
           END-READ
       .

       100-CALIBRATE-RUN-ID.
      *    A RUN-ID WITH NO USABLE OBSERVATION AT ALL IS NOT A
      *    RECURRING RUN-ID IN THIS WINDOW AND IS PASSED OVER
      *    SILENTLY; ONE WITH SOME, BUT TOO FEW, IS LISTED SO THE
      *    ANALYST KNOWS WHY NOTHING WAS PROPOSED FOR IT

           COMPUTE WS-OBSERVATIONS = WS-CAL-DETAIL-COUNT (WS-CAL-SUB)
               + WS-CAL-SUMMARY-ROWS (WS-CAL-SUB)

           IF WS-CAL-OBS-SW (WS-CAL-SUB) = 'Y'
               ADD 1 TO WS-RUN-IDS-REVIEWED
               MOVE SPACES TO DL-ACTION
               MOVE WS-CAL-RUN-ID (WS-CAL-SUB) TO DL-RUN-ID
               MOVE WS-OBSERVATIONS TO DL-ROWS
               PERFORM 150-SET-CURRENT-COLUMNS
               EVALUATE TRUE
                   WHEN WS-CAL-PENDING-DATE (WS-CAL-SUB) > 0
                       ADD 1 TO WS-CHANGE-PENDING
                       MOVE SPACES TO DL-PROPOSED-X
                       MOVE 'VALUE CHANGE PENDING' TO DL-REASON
                       PERFORM 400-WRITE-DETAIL-LINE
                       MOVE WS-CAL-PENDING-DATE (WS-CAL-SUB)
                           TO WS-FORMAT-DATE
                       PERFORM 330-FORMAT-DATE
                       MOVE SPACES TO NL-TEXT
                       STRING 'NEW VALUES FROM ' DELIMITED BY SIZE
                              WS-EDIT-DATE DELIMITED BY SIZE
                              ' - CALIBRATE ONCE THEY HAVE RUN'
                                  DELIMITED BY SIZE
                           INTO NL-TEXT
                       END-STRING
                       PERFORM 410-WRITE-NOTE-LINE
                   WHEN WS-OBSERVATIONS < WS-MIN-OBSERVATIONS
                       ADD 1 TO WS-TOO-FEW
                       MOVE SPACES TO DL-PROPOSED-X
                       MOVE 'TOO FEW CLEAN ROWS' TO DL-REASON
                       PERFORM 400-WRITE-DETAIL-LINE
                   WHEN OTHER
                       PERFORM 200-PROPOSE-TOLERANCE
               END-EVALUATE
           END-IF
       .

       150-SET-CURRENT-COLUMNS.
           IF WS-CAL-TOL-SW (WS-CAL-SUB) = 'Y'
               MOVE WS-CAL-TOL-EXPECTED (WS-CAL-SUB) TO DL-CUR-EXPECTED
               MOVE WS-CAL-TOL-LIMIT (WS-CAL-SUB) TO DL-CUR-LIMIT
           ELSE
               MOVE '     NONE' TO DL-CURRENT-X
           END-IF
       .

       200-PROPOSE-TOLERANCE.
      *    THE TYPICAL ANSWER IS THE MEAN OF THE CLEAN DETAIL; THE
      *    SUMMARIES ONLY KNOW A RANGE, SO WITH NO DETAIL IN THE
      *    WINDOW THE MID-RANGE STANDS IN FOR IT

           IF WS-CAL-DETAIL-COUNT (WS-CAL-SUB) > 0
               COMPUTE WS-TYPICAL-ANS ROUNDED =
                   WS-CAL-DETAIL-SUM (WS-CAL-SUB)
                   / WS-CAL-DETAIL-COUNT (WS-CAL-SUB)
           ELSE
               COMPUTE WS-TYPICAL-ANS ROUNDED =
                   (WS-CAL-MIN-ANS (WS-CAL-SUB)
                   + WS-CAL-MAX-ANS (WS-CAL-SUB)) / 2
           END-IF

      *    THE SPREAD FIELDS ARE UNSIGNED, SO EACH SUBTRACT LEAVES
      *    THE DISTANCE -- THE LARGER OF THE TWO IS THE SPREAD

           SUBTRACT WS-TYPICAL-ANS FROM WS-CAL-MAX-ANS (WS-CAL-SUB)
               GIVING WS-SPREAD
           SUBTRACT WS-CAL-MIN-ANS (WS-CAL-SUB) FROM WS-TYPICAL-ANS
               GIVING WS-SPREAD-LOW
           IF WS-SPREAD-LOW > WS-SPREAD
               MOVE WS-SPREAD-LOW TO WS-SPREAD
           END-IF

           COMPUTE WS-PROPOSED-LIMIT ROUNDED =
               WS-SPREAD + (WS-SPREAD * WS-MARGIN-PERCENT / 100)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-PROPOSED-LIMIT
           END-COMPUTE
           IF WS-PROPOSED-LIMIT < .01
               MOVE .01 TO WS-PROPOSED-LIMIT
           END-IF

           PERFORM 210-JUDGE-CURRENT-TOLERANCE

           MOVE WS-TYPICAL-ANS TO DL-PRO-EXPECTED
           MOVE WS-PROPOSED-LIMIT TO DL-PRO-LIMIT
           MOVE WS-PROPOSED-ACTION TO DL-ACTION
           MOVE WS-PROPOSED-REASON TO DL-REASON
           PERFORM 400-WRITE-DETAIL-LINE

           IF WS-CAL-USABLE-FROM (WS-CAL-SUB) > WS-WINDOW-START
               MOVE WS-CAL-USABLE-FROM (WS-CAL-SUB) TO WS-FORMAT-DATE
               PERFORM 330-FORMAT-DATE
               MOVE SPACES TO NL-TEXT
               STRING 'VALUES CHANGED ' DELIMITED BY SIZE
                      WS-EDIT-DATE DELIMITED BY SIZE
                      ' - EARLIER ROWS NOT USED' DELIMITED BY SIZE
                   INTO NL-TEXT
               END-STRING
               PERFORM 410-WRITE-NOTE-LINE
           END-IF

           IF NOT WS-PROPOSE-NOTHING
               MOVE WS-PROPOSED-ACTION TO TP-ACTION
               MOVE WS-CAL-RUN-ID (WS-CAL-SUB) TO TP-RUN-ID
               MOVE WS-TYPICAL-ANS TO TP-EXPECTED
               MOVE WS-PROPOSED-LIMIT TO TP-TOLERANCE
               MOVE SPACES TO TP-USER-ID
               WRITE TOLPROP-RECORD FROM WS-TOL-PROPOSAL
           END-IF
       .

       210-JUDGE-CURRENT-TOLERANCE.
      *    "FAR OFF" IS ONE OF THREE THINGS: THE CURRENT EXPECTED
      *    ANSWER SITS OUTSIDE THE PROPOSED LIMIT (IT WILL FLAG GOOD
      *    ROWS), OR THE CURRENT LIMIT IS THE FACTOR OR MORE TOO
      *    WIDE (IT CATCHES NOTHING) OR TOO NARROW (IT FLOODS)

           MOVE SPACE TO WS-PROPOSED-ACTION
           MOVE SPACES TO WS-PROPOSED-REASON

           IF WS-CAL-TOL-SW (WS-CAL-SUB) = 'N'
               MOVE 'A' TO WS-PROPOSED-ACTION
               MOVE 'NO TOLERANCE ON FILE' TO WS-PROPOSED-REASON
               ADD 1 TO WS-ADDS-PROPOSED
           ELSE
               SUBTRACT WS-TYPICAL-ANS
                   FROM WS-CAL-TOL-EXPECTED (WS-CAL-SUB)
                   GIVING WS-CENTRE-DELTA
               EVALUATE TRUE
                   WHEN WS-CENTRE-DELTA > WS-PROPOSED-LIMIT
                       MOVE 'C' TO WS-PROPOSED-ACTION
                       MOVE 'EXPECTED OFF CENTRE' TO WS-PROPOSED-REASON
                   WHEN WS-CAL-TOL-LIMIT (WS-CAL-SUB)
                       > WS-PROPOSED-LIMIT * WS-FAR-OFF-FACTOR
                       MOVE 'C' TO WS-PROPOSED-ACTION
                       MOVE 'LIMIT TOO WIDE' TO WS-PROPOSED-REASON
                   WHEN WS-PROPOSED-LIMIT
                       > WS-CAL-TOL-LIMIT (WS-CAL-SUB)
                           * WS-FAR-OFF-FACTOR
                       MOVE 'C' TO WS-PROPOSED-ACTION
                       MOVE 'LIMIT TOO NARROW' TO WS-PROPOSED-REASON
                   WHEN OTHER
                       MOVE 'CLOSE ENOUGH' TO WS-PROPOSED-REASON
                       ADD 1 TO WS-LEFT-ALONE
               END-EVALUATE
               IF WS-PROPOSED-ACTION = 'C'
                   ADD 1 TO WS-CHANGES-PROPOSED
               END-IF
           END-IF
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

       400-WRITE-DETAIL-LINE.
           MOVE 2 TO PROPER-SPACING
           MOVE DETAIL-LINE TO CALRPT-RECORD
           PERFORM 420-WRITE-A-LINE
       .

       410-WRITE-NOTE-LINE.
           MOVE 1 TO PROPER-SPACING
           MOVE NOTE-LINE TO CALRPT-RECORD
           PERFORM 420-WRITE-A-LINE
       .

       420-WRITE-A-LINE.

           WRITE CALRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       900-WRITE-TRAILER.
           MOVE 'RUN-IDS REVIEWED =    ' TO TR-MESSAGE
           MOVE WS-RUN-IDS-REVIEWED TO TR-COUNT
           MOVE 3 TO PROPER-SPACING
           MOVE TRAILER-LINE TO CALRPT-RECORD
           PERFORM 420-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'ADDS PROPOSED =       ' TO TR-MESSAGE
           MOVE WS-ADDS-PROPOSED TO TR-COUNT
           MOVE TRAILER-LINE TO CALRPT-RECORD
           PERFORM 420-WRITE-A-LINE

           MOVE 'CHANGES PROPOSED =    ' TO TR-MESSAGE
           MOVE WS-CHANGES-PROPOSED TO TR-COUNT
           MOVE TRAILER-LINE TO CALRPT-RECORD
           PERFORM 420-WRITE-A-LINE

           MOVE 'CLOSE ENOUGH =        ' TO TR-MESSAGE
           MOVE WS-LEFT-ALONE TO TR-COUNT
           MOVE TRAILER-LINE TO CALRPT-RECORD
           PERFORM 420-WRITE-A-LINE

           MOVE 'TOO FEW CLEAN ROWS =  ' TO TR-MESSAGE
           MOVE WS-TOO-FEW TO TR-COUNT
           MOVE TRAILER-LINE TO CALRPT-RECORD
           PERFORM 420-WRITE-A-LINE

           MOVE 'VALUE CHANGE PENDING =' TO TR-MESSAGE
           MOVE WS-CHANGE-PENDING TO TR-COUNT
           MOVE TRAILER-LINE TO CALRPT-RECORD
           PERFORM 420-WRITE-A-LINE

           MOVE 'OBSERVATIONS USED =   ' TO TR-MESSAGE
           MOVE WS-ROWS-USED TO TR-COUNT
           MOVE TRAILER-LINE TO CALRPT-RECORD
           PERFORM 420-WRITE-A-LINE

           MOVE 'SKIPPED, OLD VALUES = ' TO TR-MESSAGE
           MOVE WS-ROWS-SKIPPED TO TR-COUNT
           MOVE TRAILER-LINE TO CALRPT-RECORD
           PERFORM 420-WRITE-A-LINE
       .

       999-FINAL-ROUTINE.
           CLOSE MLAB-CALRPT
           CLOSE MLAB-TOLPROP

           DISPLAY 'TOLERANCE PROPOSALS: ADDS = ' WS-ADDS-PROPOSED
               ' CHANGES = ' WS-CHANGES-PROPOSED
               ' - REVIEW MLAB-CALRPT.TXT BEFORE FEEDING '
               'MLAB-TOLPROP.TXT TO Lab2TolMaint'

           IF WS-ADDS-PROPOSED > 0 OR WS-CHANGES-PROPOSED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
       .
