       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2IntegChk.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    WEEKLY REFERENTIAL INTEGRITY CHECK ACROSS THE THREE FILES
      *    KEYED BY RUN-ID -- THE PARAMETER MASTER, THE TOLERANCE
      *    MASTER AND THE RESULTS HISTORY.  EACH IS MAINTAINED BY
      *    ITS OWN STEP AND NOTHING ELSE PROVES THEY STILL AGREE, SO
      *    A TOLERANCE CAN OUTLIVE ITS PARAMETER SET, OR A RUN-ID
      *    CAN SIT ON THE MASTER FOR MONTHS WITHOUT ONE ROW EVER
      *    REACHING HISTORY.  THIS STEP LISTS EVERY SUCH FINDING
      *    WITH A REASON CODE AND THE CLEANUP TRANSACTION THAT WOULD
      *    CLEAR IT, ALREADY IN Lab2ParmMaint OR Lab2TolMaint
      *    LAYOUT.  NOTHING IS APPLIED HERE -- THE ANALYSTS REVIEW
      *    THE SUGGESTIONS AND FEED THE ONES THEY AGREE WITH.
      *******
      * REASON CODES
      *    NP - TOLERANCE ON FILE FOR A RUN-ID THAT HAS NEVER HAD A
      *         PARAMETER VERSION.  SUGGEST: Lab2TolMaint DELETE
      *    DP - TOLERANCE ON FILE FOR A RUN-ID WHOSE PARAMETER
      *         VERSIONS HAVE ALL BEEN DELETED (PER MLAB-PARMJRN.DAT).
      *         SUGGEST: Lab2TolMaint DELETE
      *    NF - TOLERANCE ON FILE FOR A RUN-ID WITH NO VERSION IN
      *         FORCE, ONLY FUTURE-DATED ONES.  SUGGEST: Lab2TolMaint
      *         DELETE (RE-ADD IT WHEN THE VERSION COMES INTO FORCE)
      *    NH - RUN-ID WITH A VERSION IN FORCE THAT HAS NOT APPEARED
      *         ON MLAB-HIST.DAT OR MLAB-HISTSUM.DAT FOR THE ABSENCE
      *         LIMIT.  A VERSION THAT CAME INTO FORCE (OR WAS KEYED)
      *         INSIDE THE LIMIT HAS NOT HAD THE CHANCE AND IS NOT
      *         FLAGGED.  SUGGEST: Lab2ParmMaint DELETE OF EVERY
      *         VERSION, PLUS Lab2TolMaint DELETE IF IT HAS ONE
      *    DZ - THE IN-FORCE EQUATION TYPE CANNOT PRODUCE ANY ANSWER
      *         FROM THE IN-FORCE VALUES (ZERO DIVISOR OR OVERFLOW),
      *         SO NO EXPECTED ANSWER CAN EVER BE MET.  SUGGEST:
      *         Lab2TolMaint DELETE
      *    EQ - THE EXPECTED ANSWER IS FURTHER FROM WHAT THE IN-FORCE
      *         EQUATION TYPE PRODUCES THAN ITS TOLERANCE ALLOWS --
      *         TYPICALLY AN EQUATION TYPE CHANGED WITHOUT THE
      *         TOLERANCE BEING REKEYED.  IF ANOTHER EQUATION TYPE
      *         DOES FIT, IT IS NAMED.  SUGGEST: Lab2TolMaint CHANGE
      *         TO THE ANSWER THE CURRENT TYPE PRODUCES, SAME LIMIT
      *    "IN FORCE" IS JUDGED AS OF THE SAME DATE Lab2ParmExtract
      *    USES -- TODAY, OR MLAB-EXTDATE.TXT WHEN IT IS DROPPED.
      *******
      * OUTPUTS
      *    MLAB-INTRPT.TXT  - FINDINGS, EACH FOLLOWED BY ITS
      *                       SUGGESTED TRANSACTION(S)
      *    MLAB-INTPARM.TXT - SUGGESTED Lab2ParmMaint TRANSACTIONS,
      *                       MLAB-PARMTRN.TXT LAYOUT
      *    MLAB-INTTOL.TXT  - SUGGESTED Lab2TolMaint TRANSACTIONS,
      *                       MLAB-TOLTRN.TXT LAYOUT
      *    BOTH SUGGESTION FILES ARE REWRITTEN EVERY RUN -- THEY ARE
      *    NEVER THE LIVE DROPS.  THE USER-ID COLUMNS ARE LEFT BLANK:
      *    THE ANALYST WHO COPIES A LINE INTO THE DROP KEYS THEIR OWN
      *    USER-ID, SO THE CHANGE IS THEIRS AND SOMEONE ELSE MUST
      *    APPROVE IT (Lab2MntApprove REFUSES A LINE WITH NO KEYER)
      *******
      *    MLAB-INTCTL.TXT HOLDS THE HISTORY ABSENCE LIMIT IN DAYS,
      *    PIC 9(3) -- MISSING OR UNREADABLE MEANS THE DEFAULT OF 14
      *******
      * RETURN CODE
      *    THE NUMBER OF FINDINGS, CAPPED AT 15, SO Lab2Driver CAN
      *    STOP ON THEM -- THE JOB PLAN'S MAX RC FOR THIS STEP IS
      *    THE NUMBER OF FINDINGS THE OPERATORS WILL LET THE STREAM
      *    RUN PAST (00 = ANY FINDING STOPS IT).  0 = CLEAN.  THE
      *    FULL COUNT IS ON THE REPORT TRAILER AND THE CONSOLE
      *    16 = THE PARAMETER MASTER, THE REPORT OR A SUGGESTION
      *         FILE COULD NOT BE OPENED (THE CONSOLE SAYS WHICH)
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MLAB-PARMMST
               ASSIGN TO DISK "MLAB-PARMMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-PARMMST-STATUS.

           SELECT MLAB-TOLMST
               ASSIGN TO DISK "MLAB-TOLMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TOL-RUN-ID
               FILE STATUS IS WS-TOLMST-STATUS.

           SELECT MLAB-PARMJRN
               ASSIGN TO DISK "MLAB-PARMJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMJRN-STATUS.

           SELECT MLAB-HIST
               ASSIGN TO DISK "MLAB-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MLAB-HISTSUM
               ASSIGN TO DISK "MLAB-HISTSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTSUM-STATUS.

           SELECT MLAB-INTCTL
               ASSIGN TO DISK "MLAB-INTCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTCTL-STATUS.

           SELECT MLAB-EXTDATE
               ASSIGN TO DISK "MLAB-EXTDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTDATE-STATUS.

           SELECT MLAB-INTPARM
               ASSIGN TO DISK "MLAB-INTPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTPARM-STATUS.

           SELECT MLAB-INTTOL
               ASSIGN TO DISK "MLAB-INTTOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTTOL-STATUS.

           SELECT MLAB-INTRPT
               ASSIGN TO PRINTER "MLAB-INTRPT.TXT"
               FILE STATUS IS WS-INTRPT-STATUS.

           SELECT MLAB-RUNLOCK
               ASSIGN TO DISK "MLAB-RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  MLAB-PARMMST
           RECORD CONTAINS 67 CHARACTERS.
       01  MST-RECORD.
           05  MST-KEY.
               10  MST-RUN-ID      PIC X(8).
               10  MST-EFF-DATE    PIC 9(8).
           05  MST-VALUES          PIC X(30).
           05  MST-EQ-TYPE         PIC X.
           05  MST-MAINT-DATE      PIC 9(8).
           05  MST-MAINT-USER      PIC X(8).
           05  MST-GROUP           PIC X(4).
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
      *    ONLY THE DELETES ARE OF INTEREST -- THEY TELL A RUN-ID
      *    THAT ONCE HAD PARAMETERS FROM ONE THAT NEVER DID
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
       FD  MLAB-INTCTL
           RECORD CONTAINS 3 CHARACTERS.
       01  INTCTL-RECORD.
           05  INTCTL-ABSENT-DAYS  PIC 9(3).
      *
       FD  MLAB-EXTDATE
           RECORD CONTAINS 8 CHARACTERS.
       01  EXTDATE-RECORD.
           05  EXTDATE-DATE        PIC X(8).
      *
      *    SAME COLUMNS AS MLAB-PARMTRN.TXT, SO A REVIEWED LINE CAN
      *    BE COPIED INTO THE DROP WITH ONLY THE USER-ID KEYED
       FD  MLAB-INTPARM
           RECORD CONTAINS 60 CHARACTERS.
       01  INTPARM-RECORD      PIC X(60).
      *
      *    SAME COLUMNS AS MLAB-TOLTRN.TXT
       FD  MLAB-INTTOL
           RECORD CONTAINS 32 CHARACTERS.
       01  INTTOL-RECORD       PIC X(32).
      *
       FD  MLAB-INTRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  INTRPT-RECORD       PIC X(80).
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
           05  WS-PARMMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMMST-OK           VALUE '00'.
           05  WS-TOLMST-STATUS    PIC XX      VALUE SPACES.
               88  WS-TOLMST-OK            VALUE '00'.
           05  WS-PARMJRN-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMJRN-OK           VALUE '00'.
           05  WS-HIST-STATUS      PIC XX      VALUE SPACES.
               88  WS-HIST-OK              VALUE '00'.
           05  WS-HISTSUM-STATUS   PIC XX      VALUE SPACES.
               88  WS-HISTSUM-OK           VALUE '00'.
           05  WS-INTCTL-STATUS    PIC XX      VALUE SPACES.
               88  WS-INTCTL-OK            VALUE '00'.
           05  WS-EXTDATE-STATUS   PIC XX      VALUE SPACES.
               88  WS-EXTDATE-OK           VALUE '00'.
           05  WS-INTPARM-STATUS   PIC XX      VALUE SPACES.
               88  WS-INTPARM-OK           VALUE '00'.
           05  WS-INTTOL-STATUS    PIC XX      VALUE SPACES.
               88  WS-INTTOL-OK            VALUE '00'.
           05  WS-INTRPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-INTRPT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-HISTORY-SWITCH   PIC X       VALUE 'N'.
               88  WS-HISTORY-PRESENT      VALUE 'Y'.
           05  WS-ANSWER-SWITCH    PIC X       VALUE 'Y'.
               88  WS-ANSWER-POSSIBLE      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RUN-IDS-CHECKED  PIC 9(5)    VALUE 0.
           05  WS-TOLS-CHECKED     PIC 9(5)    VALUE 0.
           05  WS-FINDING-COUNT    PIC 9(5)    VALUE 0.
           05  WS-NP-COUNT         PIC 9(5)    VALUE 0.
           05  WS-DP-COUNT         PIC 9(5)    VALUE 0.
           05  WS-NF-COUNT         PIC 9(5)    VALUE 0.
           05  WS-NH-COUNT         PIC 9(5)    VALUE 0.
           05  WS-DZ-COUNT         PIC 9(5)    VALUE 0.
           05  WS-EQ-COUNT         PIC 9(5)    VALUE 0.
           05  WS-PARM-SUGGESTED   PIC 9(5)    VALUE 0.
           05  WS-TOL-SUGGESTED    PIC 9(5)    VALUE 0.

       01  WS-AS-OF-DATE           PIC 9(8)    VALUE 0.
       01  WS-CUTOFF-DATE          PIC 9(8)    VALUE 0.
       01  WS-ABSENT-LIMIT         PIC 9(3)    VALUE 14.

      *    ONE ENTRY PER RUN-ID ON THE PARAMETER MASTER, IN KEY
      *    ORDER, CARRYING THE VERSION IN FORCE (IF ANY) AND THE
      *    LATEST DATE THE RUN-ID WAS SEEN ON HISTORY.  UNUSED
      *    SLOTS ARE SPACES AND A MASTER KEY IS NEVER BLANK, SO AN
      *    UNUSED SLOT CANNOT FALSELY MATCH
       01  WS-RID-TABLE.
           05  WS-RID-COUNT        PIC 9(4)    VALUE 0.
           05  WS-RID-MAX          PIC 9(4)    VALUE 2000.
           05  WS-RID-ENTRY        OCCURS 2000 TIMES
                                   INDEXED BY RID-IDX.
               10  WS-RID-RUN-ID       PIC X(8).
               10  WS-RID-VER-FIRST    PIC 9(4).
               10  WS-RID-VER-COUNT    PIC 9(4).
               10  WS-RID-FORCE-SW     PIC X.
               10  WS-RID-FORCE-EFF    PIC 9(8).
               10  WS-RID-FORCE-MAINT  PIC 9(8).
               10  WS-RID-FORCE-VALUES PIC X(30).
               10  WS-RID-FORCE-EQ     PIC X.
               10  WS-RID-FIRST-EFF    PIC 9(8).
               10  WS-RID-LAST-SEEN    PIC 9(8).
               10  WS-RID-TOL-SW       PIC X.
               10  WS-RID-ABSENT-SW    PIC X.

      *    EVERY VERSION'S EFFECTIVE DATE, IN MASTER ORDER -- A
      *    RUN-ID'S VERSIONS ARE CONTIGUOUS, SO THE RUN-ID ENTRY
      *    ONLY NEEDS THE FIRST SLOT AND THE COUNT
       01  WS-VER-TABLE.
           05  WS-VER-COUNT        PIC 9(4)    VALUE 0.
           05  WS-VER-MAX          PIC 9(4)    VALUE 5000.
           05  WS-VER-ENTRY        OCCURS 5000 TIMES.
               10  WS-VER-EFF-DATE     PIC 9(8).

      *    RUN-IDS THE JOURNAL SHOWS A DELETE FOR THAT NO LONGER
      *    HAVE ANY VERSION ON THE MASTER, WITH THE LAST DELETE DATE
       01  WS-DEL-TABLE.
           05  WS-DEL-COUNT        PIC 9(4)    VALUE 0.
           05  WS-DEL-MAX          PIC 9(4)    VALUE 1000.
           05  WS-DEL-ENTRY        OCCURS 1000 TIMES
                                   INDEXED BY DEL-IDX.
               10  WS-DEL-RUN-ID       PIC X(8).
               10  WS-DEL-DATE         PIC 9(8).

       01  WS-WORK-FIELDS.
           05  WS-RID-SUB          PIC 9(4)    VALUE 0.
           05  WS-VER-SUB          PIC 9(4)    VALUE 0.
           05  WS-DEL-SUB          PIC 9(4)    VALUE 0.
           05  WS-EQ-SUB           PIC 9       VALUE 0.
           05  WS-FIND-RUN-ID      PIC X(8)    VALUE SPACES.
           05  WS-SEEN-DATE        PIC 9(8)    VALUE 0.
           05  WS-NEXT-MONTH       PIC 9(8)    VALUE 0.
           05  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
               10  WS-NM-YYYY          PIC 9(4).
               10  WS-NM-MM            PIC 9(2).
               10  WS-NM-DD            PIC 9(2).
           05  WS-FITS-EQ-TYPE     PIC X       VALUE SPACE.
           05  WS-TOL-DELTA        PIC 9(6)V99 VALUE 0.
           05  WS-EDIT-AMOUNT      PIC ZZZZ9.99-.
           05  WS-EDIT-DATE        PIC X(10)   VALUE SPACES.

      *    THE IN-FORCE VALUES UNDER TEST, IN THE SIGNED LAYOUT
      *    MST-VALUES CARRIES, AND THE EQUATION TYPE BEING TRIED
       01  WS-CHECK-VALUES.
           05  WS-CV-A             PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  WS-CV-B             PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  WS-CV-C             PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  WS-CV-D             PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  WS-CV-E             PIC S9(3)V99 SIGN LEADING SEPARATE.

       01  WS-TRY-EQ-TYPE          PIC X       VALUE SPACE.
           88  TRY-EQ-TYPE-1                   VALUE '1'.
           88  TRY-EQ-TYPE-2                   VALUE '2'.
           88  TRY-EQ-TYPE-3                   VALUE '3'.
           88  TRY-EQ-TYPE-4                   VALUE '4'.

       01  WS-ANSWER-FIELDS.
           05  WS-TRY-ANS          PIC S9(5)V99 VALUE 0.
           05  WS-CURRENT-ANS      PIC S9(5)V99 VALUE 0.
           05  WS-CD-PRODUCT       PIC S9(7)V9(4) VALUE 0.
           05  WS-DA-SUM           PIC S9(4)V99   VALUE 0.
           05  WS-AE-DIFF          PIC S9(4)V99   VALUE 0.
           05  WS-BC-SUM           PIC S9(4)V99   VALUE 0.
           05  WS-DIVISOR-REASON   PIC X(20)      VALUE SPACES.

      *    SUGGESTED TRANSACTIONS, BUILT IN THE MAINTENANCE STEPS'
      *    OWN COLUMN LAYOUTS
       01  WS-PARM-SUGGESTION.
           05  PS-ACTION           PIC X.
           05  PS-RUN-ID           PIC X(8).
           05  PS-VALUES           PIC X(30).
           05  PS-EQ-TYPE          PIC X.
           05  PS-EFF-DATE         PIC 9(8).
           05  PS-USER-ID          PIC X(8).
           05  PS-GROUP            PIC X(4).

       01  WS-TOL-SUGGESTION.
           05  TS-ACTION           PIC X.
           05  TS-RUN-ID           PIC X(8).
           05  TS-AMOUNTS.
               10  TS-EXPECTED     PIC S9(5)V99
                                   SIGN LEADING SEPARATE.
               10  TS-TOLERANCE    PIC 9(5)V99.
           05  TS-USER-ID          PIC X(8).

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
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9      VALUE 1.
      *
      ********************OUTPUT AREA***************************

       01  HEADING-LINE.
           05                  PIC X(10)   VALUE SPACE.
           05                  PIC X(30)   VALUE
                                   'CROSS-MASTER INTEGRITY CHECK'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  LIMIT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(15)    VALUE 'IN FORCE AS OF '.
           05  LM-AS-OF-DATE   PIC X(10).
           05                  PIC X(24)    VALUE
                                   '   HISTORY ABSENCE LIMIT'.
           05  LM-ABSENT-LIMIT PIC ZZZ9.
           05                  PIC X(5)     VALUE ' DAYS'.

       01  NOTE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  NL-TEXT         PIC X(60).

       01  CAPTION-LINE.
           05                  PIC X(5)    VALUE SPACE.
           05                  PIC X(25)   VALUE
                                   'RC   RUN-ID    FINDING'.
           05                  PIC X(32)   VALUE SPACE.
           05                  PIC X(10)   VALUE 'DETAIL'.

       01  DETAIL-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  DL-REASON-CODE  PIC X(2).
           05                  PIC X(3)     VALUE SPACE.
           05  DL-RUN-ID       PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  DL-FINDING      PIC X(30).
           05                  PIC X(1)     VALUE SPACE.
           05  DL-DETAIL       PIC X(29).

       01  SUGGEST-LINE.
           05                  PIC X(10)    VALUE ' '.
           05  SG-TARGET       PIC X(9).
           05                  PIC X(1)     VALUE SPACE.
           05  SG-IMAGE        PIC X(60).

       01  TRAILER-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           IF WS-HISTORY-PRESENT
               PERFORM 090-MARK-ABSENT-RUN-ID
                   VARYING WS-RID-SUB FROM 1 BY 1
                   UNTIL WS-RID-SUB > WS-RID-COUNT
           END-IF
           PERFORM 100-CHECK-TOLERANCES
           IF WS-HISTORY-PRESENT
               PERFORM 200-CHECK-HISTORY-ABSENCE
                   VARYING WS-RID-SUB FROM 1 BY 1
                   UNTIL WS-RID-SUB > WS-RID-COUNT
           END-IF
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
           PERFORM 052-GET-ABSENCE-LIMIT
           PERFORM 054-GET-AS-OF-DATE

           OPEN OUTPUT MLAB-INTRPT
           IF NOT WS-INTRPT-OK
               DISPLAY 'MLAB-INTRPT.TXT COULD NOT BE OPENED, STATUS ='
                   WS-INTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MLAB-INTPARM
           IF NOT WS-INTPARM-OK
               DISPLAY 'MLAB-INTPARM.TXT COULD NOT BE OPENED, STATUS ='
                   WS-INTPARM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MLAB-INTTOL
           IF NOT WS-INTTOL-OK
               DISPLAY 'MLAB-INTTOL.TXT COULD NOT BE OPENED, STATUS ='
                   WS-INTTOL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 057-STAMP-HEADING
           WRITE INTRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE WS-AS-OF-DATE TO WS-FORMAT-DATE
           PERFORM 330-FORMAT-DATE
           MOVE WS-EDIT-DATE TO LM-AS-OF-DATE
           MOVE WS-ABSENT-LIMIT TO LM-ABSENT-LIMIT
           WRITE INTRPT-RECORD FROM LIMIT-LINE
               AFTER ADVANCING 2
           MOVE 2 TO PROPER-SPACING

           PERFORM 060-LOAD-PARM-MASTER
           PERFORM 064-LOAD-JOURNAL-DELETES
           PERFORM 070-LOAD-HISTORY

           WRITE INTRPT-RECORD FROM CAPTION-LINE
               AFTER ADVANCING 3
           MOVE 2 TO PROPER-SPACING
       .

       052-GET-ABSENCE-LIMIT.
      *    SAME "DROP A FILE INSTEAD OF RECOMPILING" CONVENTION AS
      *    THE OTHER CONTROL FILES -- TWO WEEKS OFF HISTORY IS THE
      *    COMPILED-IN DEFAULT, INSIDE Lab2HistRoll'S DETAIL WINDOW

           OPEN INPUT MLAB-INTCTL
           IF WS-INTCTL-OK
               READ MLAB-INTCTL
                   NOT AT END
                       IF INTCTL-ABSENT-DAYS NUMERIC
                           AND INTCTL-ABSENT-DAYS > 0
                           MOVE INTCTL-ABSENT-DAYS TO WS-ABSENT-LIMIT
                       END-IF
               END-READ
               CLOSE MLAB-INTCTL
           END-IF
       .

       054-GET-AS-OF-DATE.
      *    "IN FORCE" MEANS WHAT IT MEANS TO Lab2ParmExtract -- THE
      *    SAME OPTIONAL DATE DROP, SO THIS CHECK NEVER DISAGREES
      *    WITH THE EXTRACT ABOUT WHICH VERSION THE NIGHT RUNS ON

           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD

           OPEN INPUT MLAB-EXTDATE
           IF WS-EXTDATE-OK
               READ MLAB-EXTDATE
                   NOT AT END
                       IF EXTDATE-DATE NUMERIC
                           MOVE EXTDATE-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE MLAB-EXTDATE
           END-IF

           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               - WS-ABSENT-LIMIT)
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

       060-LOAD-PARM-MASTER.
      *    THE PARAMETER MASTER IS THE SPINE OF THE CHECK -- WITHOUT
      *    IT EVERY TOLERANCE WOULD LOOK ORPHANED, SO A MISSING
      *    MASTER FAILS THE STEP THE WAY IT FAILS THE EXTRACT

           OPEN INPUT MLAB-PARMMST
           IF NOT WS-PARMMST-OK
               DISPLAY 'MLAB-PARMMST.DAT COULD NOT BE OPENED, STATUS ='
                   WS-PARMMST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 062-LOAD-ONE-VERSION
               UNTIL WS-END-OF-FILE
           CLOSE MLAB-PARMMST
       .

       062-LOAD-ONE-VERSION.
      *    VERSIONS ARRIVE RUN-ID BY RUN-ID, OLDEST FIRST, SO THE
      *    LAST IN-FORCE VERSION SEEN FOR A RUN-ID IS THE ONE THE
      *    EXTRACT PICKS -- THE SAME HOLD LOGIC AS Lab2ParmExtract

           READ MLAB-PARMMST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-RID-COUNT = 0
                       OR MST-RUN-ID NOT = WS-RID-RUN-ID (WS-RID-COUNT)
                       IF WS-RID-COUNT < WS-RID-MAX
                           ADD 1 TO WS-RID-COUNT
                           MOVE WS-RID-COUNT TO WS-RID-SUB
                           MOVE MST-RUN-ID TO WS-RID-RUN-ID (WS-RID-SUB)
                           COMPUTE WS-RID-VER-FIRST (WS-RID-SUB) =
                               WS-VER-COUNT + 1
                           MOVE 0 TO WS-RID-VER-COUNT (WS-RID-SUB)
                           MOVE 'N' TO WS-RID-FORCE-SW (WS-RID-SUB)
                           MOVE MST-EFF-DATE
                               TO WS-RID-FIRST-EFF (WS-RID-SUB)
                           MOVE 0 TO WS-RID-LAST-SEEN (WS-RID-SUB)
                           MOVE 'N' TO WS-RID-TOL-SW (WS-RID-SUB)
                           MOVE 'N' TO WS-RID-ABSENT-SW (WS-RID-SUB)
                           ADD 1 TO WS-RUN-IDS-CHECKED
                       ELSE
                           DISPLAY 'WARNING: RUN-ID TABLE FULL, NOT '
                               'CHECKED: ' MST-RUN-ID
                           MOVE 0 TO WS-RID-SUB
                       END-IF
                   END-IF

                   IF WS-RID-SUB > 0
                       IF WS-VER-COUNT < WS-VER-MAX
                           ADD 1 TO WS-VER-COUNT
                           MOVE MST-EFF-DATE
                               TO WS-VER-EFF-DATE (WS-VER-COUNT)
                           ADD 1 TO WS-RID-VER-COUNT (WS-RID-SUB)
                       END-IF
                       IF MST-EFF-DATE <= WS-AS-OF-DATE
                           MOVE 'Y' TO WS-RID-FORCE-SW (WS-RID-SUB)
                           MOVE MST-EFF-DATE
                               TO WS-RID-FORCE-EFF (WS-RID-SUB)
                           MOVE MST-MAINT-DATE
                               TO WS-RID-FORCE-MAINT (WS-RID-SUB)
                           MOVE MST-VALUES
                               TO WS-RID-FORCE-VALUES (WS-RID-SUB)
                           MOVE MST-EQ-TYPE
                               TO WS-RID-FORCE-EQ (WS-RID-SUB)
                       END-IF
                   END-IF
           END-READ
       .

       064-LOAD-JOURNAL-DELETES.
      *    A RUN-ID WITH NO VERSION LEFT MAY HAVE BEEN DELETED OR
      *    MAY NEVER HAVE EXISTED -- THE JOURNAL TELLS THEM APART.
      *    NO JOURNAL MEANS NO DELETE HAS EVER BEEN APPLIED

           OPEN INPUT MLAB-PARMJRN
           IF WS-PARMJRN-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 066-LOAD-ONE-JOURNAL-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-PARMJRN
           END-IF
       .

       066-LOAD-ONE-JOURNAL-ENTRY.
           READ MLAB-PARMJRN
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JRN-ACTION = 'D'
                       MOVE JRN-RUN-ID TO WS-FIND-RUN-ID
                       PERFORM 078-FIND-RUN-ID
                       IF WS-RID-SUB = 0
                           PERFORM 068-STORE-DELETE
                       END-IF
                   END-IF
           END-READ
       .

       068-STORE-DELETE.
           MOVE 0 TO WS-DEL-SUB
           SET DEL-IDX TO 1
           SEARCH WS-DEL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEL-RUN-ID (DEL-IDX) = JRN-RUN-ID
                   SET WS-DEL-SUB TO DEL-IDX
           END-SEARCH

           IF WS-DEL-SUB = 0
               IF WS-DEL-COUNT < WS-DEL-MAX
                   ADD 1 TO WS-DEL-COUNT
                   MOVE WS-DEL-COUNT TO WS-DEL-SUB
                   MOVE JRN-RUN-ID TO WS-DEL-RUN-ID (WS-DEL-SUB)
               END-IF
           END-IF

           IF WS-DEL-SUB > 0
               MOVE JRN-DATE TO WS-DEL-DATE (WS-DEL-SUB)
           END-IF
       .

       070-LOAD-HISTORY.
      *    THE LATEST DATE EACH RUN-ID WAS SEEN, FROM THE DETAIL
      *    ROWS AND FROM THE MONTHLY SUMMARIES THAT OUTLIVE THEM.
      *    WITH NEITHER FILE ON DISK THE SUITE HAS NO HISTORY YET
      *    AND THE ABSENCE CHECK WOULD FLAG EVERY RUN-ID, SO IT IS
      *    SKIPPED AND NOTED INSTEAD

           OPEN INPUT MLAB-HIST
           IF WS-HIST-OK
               MOVE 'Y' TO WS-HISTORY-SWITCH
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 072-SCAN-ONE-HIST-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-HIST
           END-IF

           OPEN INPUT MLAB-HISTSUM
           IF WS-HISTSUM-OK
               MOVE 'Y' TO WS-HISTORY-SWITCH
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 074-SCAN-ONE-SUMMARY
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-HISTSUM
           END-IF

           IF NOT WS-HISTORY-PRESENT
               MOVE 'NO HISTORY ON FILE - ABSENCE CHECK NOT MADE'
                   TO NL-TEXT
               MOVE NOTE-LINE TO INTRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
       .

       072-SCAN-ONE-HIST-ROW.
           READ MLAB-HIST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE HX-RUN-ID TO WS-FIND-RUN-ID
                   MOVE HIST-RUN-DATE TO WS-SEEN-DATE
                   PERFORM 076-NOTE-SIGHTING
           END-READ
       .

       074-SCAN-ONE-SUMMARY.
      *    A MONTH'S SUMMARY ONLY SAYS THE RUN-ID RAN SOMETIME IN
      *    THAT MONTH -- CREDIT IT WITH THE MONTH'S LAST DAY, THE
      *    GENEROUS READING, SO A SUMMARY NEVER CAUSES A FINDING

           READ MLAB-HISTSUM
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SUM-PERIOD NUMERIC
                       AND SUM-PERIOD-MM >= 1 AND SUM-PERIOD-MM <= 12
                       AND SUM-RECORDS > 0
                       MOVE SUM-PERIOD-YYYY TO WS-NM-YYYY
                       MOVE SUM-PERIOD-MM TO WS-NM-MM
                       MOVE 1 TO WS-NM-DD
                       IF WS-NM-MM = 12
                           ADD 1 TO WS-NM-YYYY
                           MOVE 1 TO WS-NM-MM
                       ELSE
                           ADD 1 TO WS-NM-MM
                       END-IF
                       COMPUTE WS-SEEN-DATE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
                       MOVE SUM-RUN-ID TO WS-FIND-RUN-ID
                       PERFORM 076-NOTE-SIGHTING
                   END-IF
           END-READ
       .

       076-NOTE-SIGHTING.
      *    ONLY RUN-IDS ON THE MASTER ARE JUDGED FOR ABSENCE --
      *    HISTORY FOR A RUN-ID SINCE REMOVED IS SIMPLY PASSED OVER

           PERFORM 078-FIND-RUN-ID
           IF WS-RID-SUB > 0
               IF WS-SEEN-DATE > WS-RID-LAST-SEEN (WS-RID-SUB)
                   MOVE WS-SEEN-DATE TO WS-RID-LAST-SEEN (WS-RID-SUB)
               END-IF
           END-IF
       .

       078-FIND-RUN-ID.
           MOVE 0 TO WS-RID-SUB
           SET RID-IDX TO 1
           SEARCH WS-RID-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RID-RUN-ID (RID-IDX) = WS-FIND-RUN-ID
                   SET WS-RID-SUB TO RID-IDX
           END-SEARCH
       .

       090-MARK-ABSENT-RUN-ID.
      *    AN ACTIVE RUN-ID IS EXTRACTED EVERY NIGHT, SO IT SHOULD
      *    REACH HISTORY EVERY NIGHT -- ONE THAT HAS NOT FOR THE
      *    WHOLE LIMIT IS BEING REJECTED UPSTREAM OR IS DEAD WOOD.
      *    A VERSION KEYED OR IN FORCE ONLY INSIDE THE LIMIT HAS
      *    NOT HAD THE CHANCE TO APPEAR YET.  MARKED BEFORE THE
      *    TOLERANCE PASS, SINCE A RUN-ID ABOUT TO BE RETIRED NEEDS
      *    ITS TOLERANCE DELETED, NOT RE-CENTRED

           IF WS-RID-FORCE-SW (WS-RID-SUB) = 'Y'
               AND WS-RID-LAST-SEEN (WS-RID-SUB) < WS-CUTOFF-DATE
               AND WS-RID-FORCE-EFF (WS-RID-SUB) <= WS-CUTOFF-DATE
               AND WS-RID-FORCE-MAINT (WS-RID-SUB) <= WS-CUTOFF-DATE
               MOVE 'Y' TO WS-RID-ABSENT-SW (WS-RID-SUB)
           END-IF
       .

       100-CHECK-TOLERANCES.
      *    A MISSING TOLERANCE MASTER MEANS THE FEATURE HAS NEVER
      *    BEEN LOADED (SEE Lab2TolExtract) -- NOTHING TO CHECK ON
      *    THAT SIDE, BUT THE HISTORY CHECK STILL RUNS

           OPEN INPUT MLAB-TOLMST
           IF WS-TOLMST-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 110-CHECK-ONE-TOLERANCE
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-TOLMST
           ELSE
               MOVE 'MLAB-TOLMST.DAT NOT ON FILE - NO TOLERANCES'
                   TO NL-TEXT
               MOVE NOTE-LINE TO INTRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
       .

       110-CHECK-ONE-TOLERANCE.
           READ MLAB-TOLMST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TOLS-CHECKED
                   MOVE TOL-RUN-ID TO WS-FIND-RUN-ID
                   PERFORM 078-FIND-RUN-ID
                   MOVE SPACES TO DL-DETAIL
                   EVALUATE TRUE
                       WHEN WS-RID-SUB = 0
                           PERFORM 120-TOLERANCE-WITHOUT-PARM
                       WHEN WS-RID-FORCE-SW (WS-RID-SUB) = 'N'
                           MOVE 'Y' TO WS-RID-TOL-SW (WS-RID-SUB)
                           ADD 1 TO WS-NF-COUNT
                           MOVE 'NF' TO DL-REASON-CODE
                           MOVE 'TOLERANCE, NO VERSION IN FORCE'
                               TO DL-FINDING
                           MOVE WS-RID-FIRST-EFF (WS-RID-SUB)
                               TO WS-FORMAT-DATE
                           PERFORM 330-FORMAT-DATE
                           STRING 'FIRST DATED ' DELIMITED BY SIZE
                                  WS-EDIT-DATE DELIMITED BY SIZE
                               INTO DL-DETAIL
                           END-STRING
                           PERFORM 300-WRITE-FINDING
                           PERFORM 310-SUGGEST-TOL-DELETE
                       WHEN WS-RID-ABSENT-SW (WS-RID-SUB) = 'Y'
                           MOVE 'Y' TO WS-RID-TOL-SW (WS-RID-SUB)
                       WHEN OTHER
                           MOVE 'Y' TO WS-RID-TOL-SW (WS-RID-SUB)
                           PERFORM 150-CHECK-EXPECTED-ANSWER
                   END-EVALUATE
           END-READ
       .

       120-TOLERANCE-WITHOUT-PARM.
      *    NO VERSION ON THE MASTER AT ALL -- DELETED IF THE JOURNAL
      *    SAYS SO, OTHERWISE IT NEVER HAD ONE

           MOVE 0 TO WS-DEL-SUB
           SET DEL-IDX TO 1
           SEARCH WS-DEL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEL-RUN-ID (DEL-IDX) = TOL-RUN-ID
                   SET WS-DEL-SUB TO DEL-IDX
           END-SEARCH

           IF WS-DEL-SUB > 0
               ADD 1 TO WS-DP-COUNT
               MOVE 'DP' TO DL-REASON-CODE
               MOVE 'TOLERANCE, PARM DELETED' TO DL-FINDING
               MOVE WS-DEL-DATE (WS-DEL-SUB) TO WS-FORMAT-DATE
               PERFORM 330-FORMAT-DATE
               STRING 'DELETED ' DELIMITED BY SIZE
                      WS-EDIT-DATE DELIMITED BY SIZE
                   INTO DL-DETAIL
               END-STRING
           ELSE
               ADD 1 TO WS-NP-COUNT
               MOVE 'NP' TO DL-REASON-CODE
               MOVE 'TOLERANCE, NO PARM VERSION' TO DL-FINDING
           END-IF

           PERFORM 300-WRITE-FINDING
           PERFORM 310-SUGGEST-TOL-DELETE
       .

       150-CHECK-EXPECTED-ANSWER.
      *    WORK THE IN-FORCE VALUES THROUGH THE IN-FORCE EQUATION
      *    EXACTLY AS Lab2MathLab'S COMPUTE PATH DOES (TRUNCATED,
      *    THE FIGURE IT MEASURES THE TOLERANCE AGAINST).  AN
      *    EXPECTED ANSWER OUTSIDE THE LIMIT OF THAT FIGURE CAN
      *    NEVER BE MET WHILE THE VERSION STANDS

           MOVE WS-RID-FORCE-VALUES (WS-RID-SUB) TO WS-CHECK-VALUES
           MOVE WS-RID-FORCE-EQ (WS-RID-SUB) TO WS-TRY-EQ-TYPE
           PERFORM 160-COMPUTE-ANSWER

           IF NOT WS-ANSWER-POSSIBLE
               ADD 1 TO WS-DZ-COUNT
               MOVE 'DZ' TO DL-REASON-CODE
               MOVE SPACES TO DL-FINDING
               STRING 'EQ ' DELIMITED BY SIZE
                      WS-TRY-EQ-TYPE DELIMITED BY SIZE
                      ' CANNOT PRODUCE AN ANSWER' DELIMITED BY SIZE
                   INTO DL-FINDING
               END-STRING
               MOVE WS-DIVISOR-REASON TO DL-DETAIL
               PERFORM 300-WRITE-FINDING
               PERFORM 310-SUGGEST-TOL-DELETE
           ELSE
               MOVE WS-TRY-ANS TO WS-CURRENT-ANS
               SUBTRACT TOL-EXPECTED FROM WS-CURRENT-ANS
                   GIVING WS-TOL-DELTA
               IF WS-TOL-DELTA > TOL-TOLERANCE
                   MOVE SPACE TO WS-FITS-EQ-TYPE
                   PERFORM 180-TRY-OTHER-EQ-TYPE
                       VARYING WS-EQ-SUB FROM 1 BY 1
                       UNTIL WS-EQ-SUB > 4
                   PERFORM 190-REPORT-EQ-MISMATCH
               END-IF
           END-IF
       .

       160-COMPUTE-ANSWER.
      *    THE DIVISOR TESTS OF Lab2MathLab'S 075-VALIDATE-DIVISORS
      *    FIRST, THEN ITS 200-COMPUTE FORMULA, FOR WHICHEVER
      *    EQUATION TYPE IS BEING TRIED

           MOVE 'Y' TO WS-ANSWER-SWITCH
           MOVE SPACES TO WS-DIVISOR-REASON
           MOVE 0 TO WS-TRY-ANS

           EVALUATE TRUE
               WHEN TRY-EQ-TYPE-1
                   MULTIPLY WS-CV-C BY WS-CV-D GIVING WS-CD-PRODUCT
                   ADD WS-CV-D TO WS-CV-A GIVING WS-DA-SUM
                   IF WS-CD-PRODUCT = 0
                       MOVE 'N' TO WS-ANSWER-SWITCH
                       MOVE 'C*D = 0' TO WS-DIVISOR-REASON
                   END-IF
                   IF WS-DA-SUM = 0
                       MOVE 'N' TO WS-ANSWER-SWITCH
                       MOVE 'D+A = 0' TO WS-DIVISOR-REASON
                   END-IF
               WHEN TRY-EQ-TYPE-2
                   IF WS-CV-E = 0
                       MOVE 'N' TO WS-ANSWER-SWITCH
                       MOVE 'E = 0' TO WS-DIVISOR-REASON
                   END-IF
               WHEN TRY-EQ-TYPE-3
                   SUBTRACT WS-CV-E FROM WS-CV-A GIVING WS-AE-DIFF
                   IF WS-AE-DIFF = 0
                       MOVE 'N' TO WS-ANSWER-SWITCH
                       MOVE 'A-E = 0' TO WS-DIVISOR-REASON
                   END-IF
               WHEN TRY-EQ-TYPE-4
                   ADD WS-CV-B TO WS-CV-C GIVING WS-BC-SUM
                   IF WS-BC-SUM = 0
                       MOVE 'N' TO WS-ANSWER-SWITCH
                       MOVE 'B+C = 0' TO WS-DIVISOR-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-ANSWER-SWITCH
                   MOVE 'BAD EQUATION TYPE' TO WS-DIVISOR-REASON
           END-EVALUATE

           IF WS-ANSWER-POSSIBLE
               PERFORM 170-APPLY-FORMULA
           END-IF
       .

       170-APPLY-FORMULA.
           EVALUATE TRUE
               WHEN TRY-EQ-TYPE-1
                   COMPUTE WS-TRY-ANS =
                       (WS-CV-E + (WS-CV-E * (WS-CV-A - WS-CV-B))
                       / (WS-CV-C * WS-CV-D)) / (WS-CV-D + WS-CV-A)
                       ON SIZE ERROR
                           MOVE 'N' TO WS-ANSWER-SWITCH
                   END-COMPUTE
               WHEN TRY-EQ-TYPE-2
                   COMPUTE WS-TRY-ANS =
                       ((WS-CV-A + WS-CV-B) * WS-CV-C - WS-CV-D)
                       / WS-CV-E
                       ON SIZE ERROR
                           MOVE 'N' TO WS-ANSWER-SWITCH
                   END-COMPUTE
               WHEN TRY-EQ-TYPE-3
                   COMPUTE WS-TRY-ANS =
                       (WS-CV-A * WS-CV-B + WS-CV-C * WS-CV-D)
                       / (WS-CV-A - WS-CV-E)
                       ON SIZE ERROR
                           MOVE 'N' TO WS-ANSWER-SWITCH
                   END-COMPUTE
               WHEN TRY-EQ-TYPE-4
                   COMPUTE WS-TRY-ANS =
                       (WS-CV-A * WS-CV-E) / (WS-CV-B + WS-CV-C)
                       + WS-CV-D
                       ON SIZE ERROR
                           MOVE 'N' TO WS-ANSWER-SWITCH
                   END-COMPUTE
           END-EVALUATE

           IF NOT WS-ANSWER-POSSIBLE
               MOVE 'ANSWER OVERFLOWS' TO WS-DIVISOR-REASON
           END-IF
       .

       180-TRY-OTHER-EQ-TYPE.
      *    WOULD THE EXPECTED ANSWER FIT ONE OF THE OTHER CATALOG
      *    EQUATIONS?  IF SO THE TOLERANCE WAS ALMOST CERTAINLY KEYED
      *    FOR A TYPE THE RUN-ID HAS SINCE BEEN MOVED OFF.  THE
      *    FIRST TYPE THAT FITS IS THE ONE NAMED

           MOVE WS-EQ-SUB TO WS-TRY-EQ-TYPE
           IF WS-TRY-EQ-TYPE NOT = WS-RID-FORCE-EQ (WS-RID-SUB)
               AND WS-FITS-EQ-TYPE = SPACE
               PERFORM 160-COMPUTE-ANSWER
               IF WS-ANSWER-POSSIBLE
                   SUBTRACT TOL-EXPECTED FROM WS-TRY-ANS
                       GIVING WS-TOL-DELTA
                   IF WS-TOL-DELTA NOT > TOL-TOLERANCE
                       MOVE WS-TRY-EQ-TYPE TO WS-FITS-EQ-TYPE
                   END-IF
               END-IF
           END-IF
       .

       190-REPORT-EQ-MISMATCH.
           ADD 1 TO WS-EQ-COUNT
           MOVE 'EQ' TO DL-REASON-CODE

           MOVE SPACES TO DL-FINDING
           MOVE TOL-EXPECTED TO WS-EDIT-AMOUNT
           STRING 'EXPECTED ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  ' NOT EQ ' DELIMITED BY SIZE
                  WS-RID-FORCE-EQ (WS-RID-SUB) DELIMITED BY SIZE
               INTO DL-FINDING
           END-STRING

           MOVE WS-CURRENT-ANS TO WS-EDIT-AMOUNT
           IF WS-FITS-EQ-TYPE = SPACE
               STRING 'EQ GIVES ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO DL-DETAIL
               END-STRING
           ELSE
               STRING 'EQ GIVES ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      ' FITS EQ ' DELIMITED BY SIZE
                      WS-FITS-EQ-TYPE DELIMITED BY SIZE
                   INTO DL-DETAIL
               END-STRING
           END-IF

           PERFORM 300-WRITE-FINDING

      *    THE CURE IS TO RE-CENTRE THE EXPECTED ANSWER ON WHAT THE
      *    CURRENT TYPE PRODUCES, KEEPING THE ANALYST'S OWN LIMIT

           MOVE 'C' TO TS-ACTION
           MOVE TOL-RUN-ID TO TS-RUN-ID
           MOVE WS-CURRENT-ANS TO TS-EXPECTED
           MOVE TOL-TOLERANCE TO TS-TOLERANCE
           MOVE SPACES TO TS-USER-ID
           PERFORM 320-WRITE-TOL-SUGGESTION
       .

       200-CHECK-HISTORY-ABSENCE.
      *    ONE FINDING PER RUN-ID MARKED ABSENT BY 090

           IF WS-RID-ABSENT-SW (WS-RID-SUB) = 'Y'
               ADD 1 TO WS-NH-COUNT
               MOVE 'NH' TO DL-REASON-CODE
               MOVE WS-RID-RUN-ID (WS-RID-SUB) TO WS-FIND-RUN-ID
               MOVE 'ACTIVE, ABSENT FROM HISTORY' TO DL-FINDING
               MOVE SPACES TO DL-DETAIL
               IF WS-RID-LAST-SEEN (WS-RID-SUB) = 0
                   MOVE 'NEVER ON HISTORY' TO DL-DETAIL
               ELSE
                   MOVE WS-RID-LAST-SEEN (WS-RID-SUB) TO WS-FORMAT-DATE
                   PERFORM 330-FORMAT-DATE
                   STRING 'LAST SEEN ' DELIMITED BY SIZE
                          WS-EDIT-DATE DELIMITED BY SIZE
                       INTO DL-DETAIL
                   END-STRING
               END-IF
               PERFORM 300-WRITE-FINDING

      *        RETIRING THE RUN-ID MEANS EVERY VERSION -- DELETING
      *        ONLY THE ONE IN FORCE WOULD PUT AN OLDER ONE BACK
      *        IN FORCE -- AND ITS TOLERANCE WITH IT, OR NEXT
      *        WEEK'S CHECK WOULD FLAG THE TOLERANCE AS ORPHANED

               PERFORM 210-SUGGEST-VERSION-DELETE
                   VARYING WS-VER-SUB
                   FROM WS-RID-VER-FIRST (WS-RID-SUB) BY 1
                   UNTIL WS-VER-SUB > WS-RID-VER-FIRST (WS-RID-SUB)
                       + WS-RID-VER-COUNT (WS-RID-SUB) - 1
               IF WS-RID-TOL-SW (WS-RID-SUB) = 'Y'
                   MOVE 'D' TO TS-ACTION
                   MOVE WS-RID-RUN-ID (WS-RID-SUB) TO TS-RUN-ID
                   MOVE SPACES TO TS-AMOUNTS
                   MOVE SPACES TO TS-USER-ID
                   PERFORM 320-WRITE-TOL-SUGGESTION
               END-IF
           END-IF
       .

       210-SUGGEST-VERSION-DELETE.
           MOVE 'D' TO PS-ACTION
           MOVE WS-RID-RUN-ID (WS-RID-SUB) TO PS-RUN-ID
           MOVE SPACES TO PS-VALUES
           MOVE SPACE TO PS-EQ-TYPE
           MOVE WS-VER-EFF-DATE (WS-VER-SUB) TO PS-EFF-DATE
           MOVE SPACES TO PS-USER-ID
           MOVE SPACES TO PS-GROUP

           WRITE INTPARM-RECORD FROM WS-PARM-SUGGESTION
           ADD 1 TO WS-PARM-SUGGESTED

           MOVE 'PARMMAINT' TO SG-TARGET
           MOVE WS-PARM-SUGGESTION TO SG-IMAGE
           MOVE SUGGEST-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       300-WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-FIND-RUN-ID TO DL-RUN-ID
           MOVE 2 TO PROPER-SPACING
           MOVE DETAIL-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .

       310-SUGGEST-TOL-DELETE.
           MOVE 'D' TO TS-ACTION
           MOVE TOL-RUN-ID TO TS-RUN-ID
           MOVE SPACES TO TS-AMOUNTS
           MOVE SPACES TO TS-USER-ID
           PERFORM 320-WRITE-TOL-SUGGESTION
       .

       320-WRITE-TOL-SUGGESTION.
           WRITE INTTOL-RECORD FROM WS-TOL-SUGGESTION
           ADD 1 TO WS-TOL-SUGGESTED

           MOVE 'TOLMAINT' TO SG-TARGET
           MOVE WS-TOL-SUGGESTION TO SG-IMAGE
           MOVE SUGGEST-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       330-FORMAT-DATE.
      *    MM/DD/YYYY FOR THE REPORT; DATE ZERO IS THE BASE
      *    (ALWAYS-IN-FORCE) VERSION AND PRINTS AS SUCH

           MOVE SPACES TO WS-EDIT-DATE
           IF WS-FORMAT-DATE = 0
               MOVE 'BASE' TO WS-EDIT-DATE
           ELSE
               STRING WS-FD-MM   DELIMITED BY SIZE
                      '/'        DELIMITED BY SIZE
                      WS-FD-DD   DELIMITED BY SIZE
                      '/'        DELIMITED BY SIZE
                      WS-FD-YYYY DELIMITED BY SIZE
                   INTO WS-EDIT-DATE
               END-STRING
           END-IF
       .

       400-WRITE-A-LINE.

           WRITE INTRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       900-WRITE-TRAILER.
           MOVE 'RUN-IDS ON MASTER =   ' TO TR-MESSAGE
           MOVE WS-RUN-IDS-CHECKED TO TR-COUNT
           MOVE 3 TO PROPER-SPACING
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'TOLERANCES CHECKED =  ' TO TR-MESSAGE
           MOVE WS-TOLS-CHECKED TO TR-COUNT
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'NP NO PARM VERSION =  ' TO TR-MESSAGE
           MOVE WS-NP-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'DP PARM DELETED =     ' TO TR-MESSAGE
           MOVE WS-DP-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'NF NONE IN FORCE =    ' TO TR-MESSAGE
           MOVE WS-NF-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'NH NOT ON HISTORY =   ' TO TR-MESSAGE
           MOVE WS-NH-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'DZ NO ANSWER =        ' TO TR-MESSAGE
           MOVE WS-DZ-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'EQ WRONG EXPECTED =   ' TO TR-MESSAGE
           MOVE WS-EQ-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'TOTAL FINDINGS =      ' TO TR-MESSAGE
           MOVE WS-FINDING-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'PARMMAINT SUGGESTED = ' TO TR-MESSAGE
           MOVE WS-PARM-SUGGESTED TO TR-COUNT
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'TOLMAINT SUGGESTED =  ' TO TR-MESSAGE
           MOVE WS-TOL-SUGGESTED TO TR-COUNT
           MOVE TRAILER-LINE TO INTRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       999-FINAL-ROUTINE.
           CLOSE MLAB-INTRPT
           CLOSE MLAB-INTPARM
           CLOSE MLAB-INTTOL

           DISPLAY 'INTEGRITY FINDINGS = ' WS-FINDING-COUNT
               ' RUN-IDS = ' WS-RUN-IDS-CHECKED
               ' TOLERANCES = ' WS-TOLS-CHECKED

      *    THE FINDING COUNT IS THE STEP'S RETURN CODE, SO THE JOB
      *    PLAN DECIDES HOW MANY THE STREAM MAY RUN PAST.  CAPPED AT
      *    15 SO THAT 16 ALWAYS MEANS A FILE FAILURE

           IF WS-FINDING-COUNT > 15
               MOVE 15 TO RETURN-CODE
           ELSE
               MOVE WS-FINDING-COUNT TO RETURN-CODE
           END-IF

           GOBACK
       .
