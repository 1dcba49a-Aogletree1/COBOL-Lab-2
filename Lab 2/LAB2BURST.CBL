       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2Burst.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    SPLITS ONE NIGHT'S MATH LAB RUN INTO ONE REPORT PER
      *    OWNING ANALYST GROUP.  EVERY RUN-ID CARRIES THE GROUP
      *    CODE MAINTAINED ON THE PARAMETER MASTER; EACH GROUP GETS
      *    ITS OWN DETAIL, VARIANCES, EXCEPTIONS, SUSPENSE ITEMS AND
      *    EDIT REJECTS WITH ITS OWN SUBTOTALS, A DISTRIBUTION
      *    CONTROL RECORD NAMES WHO RECEIVES EACH GROUP FILE, AND A
      *    CONTROL REPORT PROVES THE PIECES ADD BACK UP TO THE FULL
      *    RUN BEFORE ANYTHING IS HANDED OUT.
      *******
      * WHERE THE GROUP COMES FROM
      *    MLAB-PARMCLN.TXT (COLS 40-43) MAPS EACH RUN-ID THE RUN
      *    WAS GIVEN TO ITS GROUP.  SUSPENSE RECORDS AND EDIT
      *    REJECTS CARRY THE GROUP THEMSELVES; A BLANK ONE THERE IS
      *    LOOKED UP BY RUN-ID, AND A RUN-ID MAPPED NOWHERE IS
      *    FILED UNDER GROUP 'NONE'.  A GROUP CODE THAT IS NOT ONE
      *    TO FOUR LETTERS/DIGITS LEFT-JUSTIFIED ALSO GOES TO
      *    'NONE', SO NO ITEM CAN FALL BETWEEN THE PIECES.
      *    MLAB-XFER.DAT ROWS ARE DETAIL ('O'), VARIANCES ('V') OR
      *    EXCEPTIONS ('E').
      *******
      * GROUP DIRECTORY (MLAB-GRPDIR.TXT, OPTIONAL)
      *    COLS 1-4   GROUP CODE
      *    COLS 5-24  GROUP NAME
      *    COLS 25-72 UP TO FOUR RECIPIENT IDS, 12 BYTES EACH
      *    A GROUP ON THE DIRECTORY GETS A REPORT EVERY NIGHT, EVEN
      *    WITH NOTHING IN IT, SO ITS RECIPIENTS CAN SEE NOTHING
      *    WAS HELD BACK.  A GROUP FOUND IN THE RUN BUT NOT ON THE
      *    DIRECTORY (OR ON IT WITH NO RECIPIENTS) IS STILL BURST,
      *    AND ITS DISTRIBUTION RECORD NAMES RECIPIENT 'UNROUTED'.
      *******
      * OUTPUTS
      *    MLAB-GRP-XXXX.TXT  ONE REPORT PER GROUP XXXX, REWRITTEN
      *                       EACH RUN.  A FILE FROM AN EARLIER
      *                       NIGHT FOR A GROUP NOT IN TONIGHT'S
      *                       RUN IS NOT TOUCHED -- ONLY FILES NAMED
      *                       ON TONIGHT'S DISTRIBUTION FILE GO OUT
      *    MLAB-DISTRIB.DAT   DISTRIBUTION CONTROL, ONE RECORD PER
      *                       GROUP FILE PER RECIPIENT: RUN DATE,
      *                       RUN SEQUENCE, GROUP, FILE NAME,
      *                       RECIPIENT, ITEMS IN THE FILE.  LEFT
      *                       EMPTY WHEN THE BURST DOES NOT PROVE,
      *                       SO NOTHING IS SENT FROM A BAD SPLIT
      *    MLAB-BURSTRPT.TXT  PER-GROUP COUNTS AND THE PROOF THAT
      *                       THE GROUP COUNTS AND THE ANSWER TOTAL
      *                       ADD BACK UP TO THE FULL RUN
      *******
      * RETURN CODE
      *    0  = BURST PROVED, EVERY GROUP ROUTED
      *    4  = BURST PROVED, BUT A GROUP WENT OUT UNROUTED OR THERE
      *         IS NO GROUP DIRECTORY
      *    8  = BURST DID NOT PROVE TO THE FULL RUN - NOTHING ROUTED
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

           SELECT MLAB-XFER
               ASSIGN TO DISK "MLAB-XFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.

           SELECT MLAB-SUSP
               ASSIGN TO DISK "MLAB-SUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT MLAB-PARMREJ
               ASSIGN TO DISK "MLAB-PARMREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMREJ-STATUS.

           SELECT MLAB-GRPDIR
               ASSIGN TO DISK "MLAB-GRPDIR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPDIR-STATUS.

           SELECT MLAB-DISTRIB
               ASSIGN TO DISK "MLAB-DISTRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIB-STATUS.

           SELECT MLAB-BURSTRPT
               ASSIGN TO PRINTER "MLAB-BURSTRPT.TXT"
               FILE STATUS IS WS-BURSTRPT-STATUS.

      *    THE GROUP REPORT OF THE MOMENT -- THE NAME IS BUILT AT
      *    RUN TIME FROM THE GROUP CODE
           SELECT MLAB-GRPRPT
               ASSIGN TO DYNAMIC WS-GRP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPRPT-STATUS.

           SELECT MLAB-RUNSEQ
               ASSIGN TO DISK "MLAB-RUNSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.

           SELECT MLAB-RUNLOCK
               ASSIGN TO DISK "MLAB-RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    THE EDITED PARAMETER FILE THE RUN WAS GIVEN -- ONLY THE
      *    RUN-ID AND THE OWNING GROUP ARE USED HERE
       FD  MLAB-PARMCLN
           RECORD CONTAINS 43 CHARACTERS.
       01  CLEAN-RECORD.
           05  CLN-RUN-ID          PIC X(8).
           05  FILLER              PIC X(31).
           05  CLN-GROUP           PIC X(4).
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
               88  XFER-STATUS-OK          VALUE 'O'.
               88  XFER-STATUS-EXCEPTION   VALUE 'E'.
               88  XFER-STATUS-VARIANCE    VALUE 'V'.
           05  XFER-EXC-REASON     PIC X(20).
      *
       FD  MLAB-SUSP
           RECORD CONTAINS 63 CHARACTERS.
       01  SUSP-RECORD.
           05  SUSP-RUN-ID         PIC X(8).
           05  SUSP-A              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  SUSP-B              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  SUSP-C              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  SUSP-D              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  SUSP-E              PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  SUSP-EQ-TYPE        PIC X.
           05  SUSP-REASON         PIC X(20).
           05  SUSP-GROUP          PIC X(4).
      *
      *    Lab2ParmEdit'S REJECT FILE -- THE RAW PARAMETER IMAGE
      *    (RUN-ID IN COLS 1-8, GROUP IN COLS 40-43) AND THE REASON
       FD  MLAB-PARMREJ
           RECORD CONTAINS 62 CHARACTERS.
       01  REJECT-RECORD.
           05  REJ-RAW-IMAGE.
               10  REJ-RUN-ID      PIC X(8).
               10  FILLER          PIC X(31).
               10  REJ-GROUP       PIC X(4).
           05  FILLER              PIC X(2).
           05  REJ-REASON          PIC X(17).
      *
       FD  MLAB-GRPDIR
           RECORD CONTAINS 72 CHARACTERS.
       01  GRPDIR-RECORD.
           05  DIR-GROUP           PIC X(4).
           05  DIR-NAME            PIC X(20).
           05  DIR-RECIPIENT       PIC X(12)   OCCURS 4 TIMES.
      *
      *    ONE RECORD PER GROUP FILE PER RECIPIENT, REWRITTEN EACH
      *    RUN -- WHATEVER SENDS THE FILES OUT WORKS FROM THIS AND
      *    NOTHING ELSE
       FD  MLAB-DISTRIB
           RECORD CONTAINS 54 CHARACTERS.
       01  DISTRIB-RECORD.
           05  DST-RUN-DATE        PIC 9(8).
           05  DST-RUN-SEQ         PIC 9(5).
           05  DST-GROUP           PIC X(4).
           05  DST-FILE-NAME       PIC X(20).
           05  DST-RECIPIENT       PIC X(12).
           05  DST-ITEM-COUNT      PIC 9(5).
      *
       FD  MLAB-BURSTRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  BURSTRPT-RECORD     PIC X(80).
      *
       FD  MLAB-GRPRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  GRPRPT-RECORD       PIC X(80).
      *
       FD  MLAB-RUNSEQ
           RECORD CONTAINS 5 CHARACTERS.
       01  RUNSEQ-RECORD.
           05  RUNSEQ-COUNT        PIC 9(5).
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
               88  WS-PARMCLN-NOT-FOUND    VALUE '35'.
           05  WS-XFER-STATUS      PIC XX      VALUE SPACES.
               88  WS-XFER-OK              VALUE '00'.
           05  WS-SUSP-STATUS      PIC XX      VALUE SPACES.
               88  WS-SUSP-OK              VALUE '00'.
               88  WS-SUSP-NOT-FOUND       VALUE '35'.
           05  WS-PARMREJ-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMREJ-OK           VALUE '00'.
               88  WS-PARMREJ-NOT-FOUND    VALUE '35'.
           05  WS-GRPDIR-STATUS    PIC XX      VALUE SPACES.
               88  WS-GRPDIR-OK            VALUE '00'.
           05  WS-DISTRIB-STATUS   PIC XX      VALUE SPACES.
               88  WS-DISTRIB-OK           VALUE '00'.
           05  WS-BURSTRPT-STATUS  PIC XX      VALUE SPACES.
               88  WS-BURSTRPT-OK          VALUE '00'.
           05  WS-GRPRPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-GRPRPT-OK            VALUE '00'.
           05  WS-RUNSEQ-STATUS    PIC XX      VALUE SPACES.
               88  WS-RUNSEQ-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-DIRECTORY-SWITCH PIC X       VALUE 'N'.
               88  WS-DIRECTORY-PRESENT    VALUE 'Y'.
           05  WS-BALANCE-SWITCH   PIC X       VALUE 'Y'.
               88  WS-ALL-IN-BALANCE       VALUE 'Y'.
           05  WS-FOUND-SWITCH     PIC X       VALUE 'N'.
               88  WS-ENTRY-FOUND          VALUE 'Y'.
           05  WS-GROUP-SPACE-SWITCH PIC X     VALUE 'N'.
               88  WS-GROUP-SPACE-SEEN     VALUE 'Y'.
           05  WS-GROUP-BAD-SWITCH PIC X       VALUE 'N'.
               88  WS-GROUP-BAD            VALUE 'Y'.

      *    THE FULL RUN, COUNTED ONCE STRAIGHT THROUGH EACH FILE
      *    BEFORE ANYTHING IS SPLIT -- THE FIGURES THE BURST MUST
      *    ADD BACK UP TO
       01  WS-RUN-COUNTS.
           05  WS-RUN-DETAIL       PIC 9(5)    VALUE 0.
           05  WS-RUN-VARIANCE     PIC 9(5)    VALUE 0.
           05  WS-RUN-EXCEPTION    PIC 9(5)    VALUE 0.
           05  WS-RUN-MISMATCH     PIC 9(5)    VALUE 0.
           05  WS-RUN-SUSPENSE     PIC 9(5)    VALUE 0.
           05  WS-RUN-REJECT       PIC 9(5)    VALUE 0.
           05  WS-RUN-ITEMS        PIC 9(6)    VALUE 0.
           05  WS-RUN-ANSWER       PIC S9(9)V99 VALUE 0.

      *    THE SAME FIGURES SUMMED OVER THE GROUP REPORTS
       01  WS-BURST-COUNTS.
           05  WS-BURST-DETAIL     PIC 9(5)    VALUE 0.
           05  WS-BURST-VARIANCE   PIC 9(5)    VALUE 0.
           05  WS-BURST-EXCEPTION  PIC 9(5)    VALUE 0.
           05  WS-BURST-MISMATCH   PIC 9(5)    VALUE 0.
           05  WS-BURST-SUSPENSE   PIC 9(5)    VALUE 0.
           05  WS-BURST-REJECT     PIC 9(5)    VALUE 0.
           05  WS-BURST-ITEMS      PIC 9(6)    VALUE 0.
           05  WS-BURST-ANSWER     PIC S9(9)V99 VALUE 0.

       01  WS-COUNTERS.
           05  WS-DIST-WRITTEN     PIC 9(5)    VALUE 0.
           05  WS-UNROUTED-GROUPS  PIC 9(5)    VALUE 0.
           05  WS-MAP-DROPPED      PIC 9(5)    VALUE 0.

      *    RUN-ID TO OWNING GROUP, FROM THE EDITED PARAMETER FILE
      *    AND THEN FROM ANY SUSPENSE RECORD WHOSE RUN-ID THE
      *    PARAMETER FILE DID NOT CARRY (A CORRECTION REPROCESS)
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY        OCCURS 2000 TIMES.
               10  WS-MAP-RUN-ID   PIC X(8).
               10  WS-MAP-GROUP    PIC X(4).
       01  WS-MAP-COUNT            PIC 9(5)    VALUE 0.
       01  WS-MAP-SUB              PIC 9(5)    VALUE 0.

      *    THE GROUP DIRECTORY AS READ
       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY        OCCURS 100 TIMES.
               10  WS-DIR-GROUP    PIC X(4).
               10  WS-DIR-NAME     PIC X(20).
               10  WS-DIR-RECIPIENT PIC X(12) OCCURS 4 TIMES.
       01  WS-DIR-COUNT            PIC 9(3)    VALUE 0.
       01  WS-DIR-SUB              PIC 9(3)    VALUE 0.

      *    ONE ENTRY PER GROUP TO BE BURST, KEPT IN GROUP-CODE
      *    ORDER SO THE GROUP FILES AND THE CONTROL REPORT COME
      *    OUT THE SAME WAY EVERY NIGHT
       01  WS-GROUP-TABLE.
           05  WS-GT-ENTRY         OCCURS 100 TIMES.
               10  WS-GT-GROUP     PIC X(4).
               10  WS-GT-DIR-SUB   PIC 9(3).
               10  WS-GT-DETAIL    PIC 9(5).
               10  WS-GT-VARIANCE  PIC 9(5).
               10  WS-GT-EXCEPTION PIC 9(5).
               10  WS-GT-MISMATCH  PIC 9(5).
               10  WS-GT-SUSPENSE  PIC 9(5).
               10  WS-GT-REJECT    PIC 9(5).
               10  WS-GT-ITEMS     PIC 9(6).
               10  WS-GT-ANSWER    PIC S9(9)V99.
               10  WS-GT-ROUTED    PIC X.
                   88  WS-GT-IS-ROUTED     VALUE 'Y'.
       01  WS-GROUP-COUNT          PIC 9(3)    VALUE 0.
       01  WS-GT-SUB               PIC 9(3)    VALUE 0.
       01  WS-INSERT-SUB           PIC 9(3)    VALUE 0.
       01  WS-SHIFT-SUB            PIC 9(3)    VALUE 0.
       01  WS-GROUPS-DROPPED       PIC 9(5)    VALUE 0.

      *    DISTRIBUTION RECORDS ARE HELD UNTIL THE BURST HAS BEEN
      *    PROVED, THEN WRITTEN IN ONE GO
       01  WS-DIST-TABLE.
           05  WS-DT-ENTRY         OCCURS 400 TIMES.
               10  WS-DT-GROUP     PIC X(4).
               10  WS-DT-FILE-NAME PIC X(20).
               10  WS-DT-RECIPIENT PIC X(12).
               10  WS-DT-ITEMS     PIC 9(5).
       01  WS-DIST-COUNT           PIC 9(3)    VALUE 0.
       01  WS-DIST-SUB             PIC 9(3)    VALUE 0.
       01  WS-RECIP-SUB            PIC 9(1)    VALUE 0.
       01  WS-ROUTE-RECIPIENT      PIC X(12)   VALUE SPACES.

       01  WS-ITEM-WORK.
           05  WS-LOOKUP-RUN-ID    PIC X(8)    VALUE SPACES.
           05  WS-ITEM-GROUP       PIC X(4)    VALUE SPACES.
           05  WS-GROUP-SUB        PIC 9(2)    VALUE 0.
           05  WS-GROUP-CHAR       PIC X       VALUE SPACE.
           05  WS-ROW-CATEGORY     PIC X       VALUE SPACE.
           05  WS-SECTION-CATEGORY PIC X       VALUE SPACE.
           05  WS-SECTION-ITEMS    PIC 9(5)    VALUE 0.
           05  WS-BURST-GROUP      PIC X(4)    VALUE SPACES.
           05  WS-GRP-FILE-NAME    PIC X(20)   VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-ACTUAL-COUNT     PIC 9(6)    VALUE 0.
           05  WS-EXPECTED-COUNT   PIC 9(6)    VALUE 0.

       01  WS-RUN-SEQUENCE         PIC 9(5)    VALUE 0.

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
                                   'REPORT BURST CONTROL'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  GROUP-HEADING-LINE.
           05                  PIC X(10)   VALUE SPACE.
           05                  PIC X(30)   VALUE
                                   'ANALYST GROUP REPORT'.
           05                  PIC X(3)    VALUE SPACE.
           05  GH-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  GH-RUN-TIME     PIC X(8).

       01  GROUP-ID-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(6)     VALUE 'GROUP '.
           05  GI-GROUP        PIC X(4).
           05                  PIC X(2)     VALUE SPACE.
           05  GI-NAME         PIC X(22).
           05                  PIC X(13)    VALUE 'RUN SEQUENCE '.
           05  GI-RUN-SEQ      PIC ZZZZ9.

       01  SECTION-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  ST-TITLE        PIC X(30).

       01  NOTE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  NOTE-LINE-TEXT  PIC X(60).

       01  DETAIL-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  DL-RUN-ID       PIC X(8).
           05                  PIC X(5)     VALUE '  EQ '.
           05  DL-EQ-TYPE      PIC X.
           05                  PIC X(2)     VALUE SPACE.
           05  DL-ANS-VERBS    PIC -ZZZZ9.99.
           05                  PIC X(2)     VALUE SPACE.
           05  DL-ANS-COMPUTE  PIC -ZZZZ9.99.
           05                  PIC X(2)     VALUE SPACE.
           05  DL-NOTE         PIC X(20).

       01  SUSPENSE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  SU-RUN-ID       PIC X(8).
           05                  PIC X(5)     VALUE '  EQ '.
           05  SU-EQ-TYPE      PIC X.
           05                  PIC X(2)     VALUE SPACE.
           05  SU-REASON       PIC X(20).

       01  REJECT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  RJ-RAW-IMAGE    PIC X(39).
           05                  PIC X(2)     VALUE SPACE.
           05  RJ-REASON       PIC X(17).

       01  COUNT-HEADING-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(6)     VALUE 'GROUP '.
           05                  PIC X(20)    VALUE 'NAME'.
           05                  PIC X(32)    VALUE
                   'DETAIL   VAR   EXC  SUSP   REJ  '.
           05                  PIC X(8)     VALUE 'ROUTING'.

       01  COUNT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  CL-GROUP        PIC X(4).
           05                  PIC X(2)     VALUE SPACE.
           05  CL-NAME         PIC X(20).
           05  CL-DETAIL       PIC ZZZZZ9.
           05  CL-VARIANCE     PIC ZZZZZ9.
           05  CL-EXCEPTION    PIC ZZZZZ9.
           05  CL-SUSPENSE     PIC ZZZZZ9.
           05  CL-REJECT       PIC ZZZZZ9.
           05                  PIC X(2)     VALUE SPACE.
           05  CL-ROUTING      PIC X(8).

       01  BALANCE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  BL-LEG          PIC X(34).
           05  BL-ACTUAL       PIC ZZZZZ9.
           05                  PIC X(5)     VALUE ' VS '.
           05  BL-EXPECTED     PIC ZZZZZ9.
           05                  PIC X(2)     VALUE SPACE.
           05  BL-VERDICT      PIC X(16).

       01  AMOUNT-BALANCE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  AB-LEG          PIC X(22).
           05  AB-ACTUAL       PIC -ZZZZZZZZ9.99.
           05                  PIC X(4)     VALUE ' VS '.
           05  AB-EXPECTED     PIC -ZZZZZZZZ9.99.
           05                  PIC X(2)     VALUE SPACE.
           05  AB-VERDICT      PIC X(16).

       01  VERDICT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  VL-MESSAGE      PIC X(50).

       01  TRAILER-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZ9.

       01  AMOUNT-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  AL-MESSAGE      PIC X(22).
           05  AL-AMOUNT       PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           PERFORM 100-LOAD-GROUP-MAP
           PERFORM 200-COUNT-FULL-RUN

           PERFORM 300-BURST-ONE-GROUP
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GROUP-COUNT

           PERFORM 500-PROVE-BURST
           PERFORM 600-WRITE-DISTRIBUTION-FILE
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
           PERFORM 052-GET-RUN-SEQUENCE

           OPEN OUTPUT MLAB-BURSTRPT
           IF NOT WS-BURSTRPT-OK
               DISPLAY 'MLAB-BURSTRPT.TXT COULD NOT BE OPENED, STATUS ='
                   WS-BURSTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 057-STAMP-HEADING
           WRITE BURSTRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING

           PERFORM 054-LOAD-GROUP-DIRECTORY
       .

       052-GET-RUN-SEQUENCE.
      *    THE SEQUENCE FILE HOLDS THE NUMBER STAMPED ON THE RUN
      *    BEING BURST -- IT GOES ON EVERY GROUP REPORT AND EVERY
      *    DISTRIBUTION RECORD SO A RECIPIENT CAN TELL TONIGHT'S
      *    FILE FROM ONE A PRIOR NIGHT LEFT BEHIND

           OPEN INPUT MLAB-RUNSEQ
           IF WS-RUNSEQ-OK
               READ MLAB-RUNSEQ
                   NOT AT END
                       MOVE RUNSEQ-COUNT TO WS-RUN-SEQUENCE
               END-READ
               CLOSE MLAB-RUNSEQ
           END-IF
       .

       054-LOAD-GROUP-DIRECTORY.
      *    NO DIRECTORY IS NOT A REASON TO HOLD THE REPORTS BACK --
      *    EVERY GROUP IS STILL BURST, BUT ALL OF THEM GO OUT
      *    UNROUTED AND THE STEP ENDS RC 4

           OPEN INPUT MLAB-GRPDIR
           IF WS-GRPDIR-OK
               MOVE 'Y' TO WS-DIRECTORY-SWITCH
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 055-READ-DIRECTORY-RECORD
               PERFORM 056-LOAD-ONE-DIRECTORY-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-GRPDIR
           ELSE
               MOVE 'NO GROUP DIRECTORY - EVERY GROUP GOES UNROUTED'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO BURSTRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
           END-IF
       .

       055-READ-DIRECTORY-RECORD.
           READ MLAB-GRPDIR
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
       .

       056-LOAD-ONE-DIRECTORY-ENTRY.
      *    A DIRECTORY LINE WHOSE CODE COULD NEVER BE ON AN ITEM IS
      *    NOTED AND SKIPPED; A GROUP LISTED TWICE KEEPS ITS FIRST
      *    LINE.  EVERY GROUP THAT IS LISTED GETS A REPORT TONIGHT

           MOVE DIR-GROUP TO WS-ITEM-GROUP
           PERFORM 150-NORMALIZE-GROUP

           IF WS-ITEM-GROUP NOT = DIR-GROUP
               MOVE SPACES TO NOTE-LINE-TEXT
               STRING 'DIRECTORY LINE SKIPPED, BAD GROUP CODE '
                          DELIMITED BY SIZE
                      DIR-GROUP DELIMITED BY SIZE
                   INTO NOTE-LINE-TEXT
               END-STRING
               MOVE NOTE-LINE TO BURSTRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
           ELSE
               PERFORM 160-FIND-OR-ADD-GROUP
               IF WS-GT-SUB > 0
                   IF WS-GT-DIR-SUB(WS-GT-SUB) = 0
                       IF WS-DIR-COUNT < 100
                           ADD 1 TO WS-DIR-COUNT
                           MOVE GRPDIR-RECORD
                               TO WS-DIR-ENTRY(WS-DIR-COUNT)
                           MOVE WS-DIR-COUNT
                               TO WS-GT-DIR-SUB(WS-GT-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 055-READ-DIRECTORY-RECORD
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

           MOVE HL-RUN-DATE TO GH-RUN-DATE
           MOVE HL-RUN-TIME TO GH-RUN-TIME
       .

       100-LOAD-GROUP-MAP.
      *    THE EDITED PARAMETER FILE IS THE RUN'S OWN RECORD OF
      *    WHICH GROUP OWNED EACH RUN-ID.  A CORRECTION REPROCESS
      *    RUNS FROM THE SUSPENSE FILE INSTEAD, SO SUSPENSE RUN-IDS
      *    NOT ALREADY MAPPED ARE ADDED WITH THEIR OWN GROUP

           OPEN INPUT MLAB-PARMCLN
           IF WS-PARMCLN-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 110-READ-CLEAN-RECORD
               PERFORM 120-MAP-ONE-CLEAN-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-PARMCLN
           ELSE
               IF NOT WS-PARMCLN-NOT-FOUND
                   DISPLAY 'MLAB-PARMCLN.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-PARMCLN-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT MLAB-SUSP
           IF WS-SUSP-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 230-READ-SUSPENSE-RECORD
               PERFORM 130-MAP-ONE-SUSPENSE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-SUSP
           END-IF

           IF WS-MAP-DROPPED > 0
               DISPLAY 'WARNING: RUN-ID TABLE FULL, ' WS-MAP-DROPPED
                   ' RUN-IDS FILED UNDER GROUP NONE'
           END-IF
       .

       110-READ-CLEAN-RECORD.
           READ MLAB-PARMCLN
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
       .

       120-MAP-ONE-CLEAN-RECORD.
           MOVE CLN-RUN-ID TO WS-LOOKUP-RUN-ID
           MOVE CLN-GROUP TO WS-ITEM-GROUP
           PERFORM 135-ADD-MAP-ENTRY

           PERFORM 110-READ-CLEAN-RECORD
       .

       130-MAP-ONE-SUSPENSE-RECORD.
           MOVE SUSP-RUN-ID TO WS-LOOKUP-RUN-ID
           MOVE SUSP-GROUP TO WS-ITEM-GROUP
           PERFORM 135-ADD-MAP-ENTRY

           PERFORM 230-READ-SUSPENSE-RECORD
       .

       135-ADD-MAP-ENTRY.
      *    THE FIRST MAPPING SEEN FOR A RUN-ID STANDS

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 145-MATCH-MAP-ENTRY
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
                  OR WS-ENTRY-FOUND

           IF NOT WS-ENTRY-FOUND
               IF WS-MAP-COUNT < 2000
                   ADD 1 TO WS-MAP-COUNT
                   MOVE WS-LOOKUP-RUN-ID TO WS-MAP-RUN-ID(WS-MAP-COUNT)
                   MOVE WS-ITEM-GROUP TO WS-MAP-GROUP(WS-MAP-COUNT)
               ELSE
                   ADD 1 TO WS-MAP-DROPPED
               END-IF
           END-IF
       .

       140-FIND-MAP-GROUP.
      *    GROUP FOR THE RUN-ID IN WS-LOOKUP-RUN-ID, OR SPACES WHEN
      *    THE RUN-ID IS MAPPED NOWHERE

           MOVE SPACES TO WS-ITEM-GROUP
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 145-MATCH-MAP-ENTRY
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
                  OR WS-ENTRY-FOUND
       .

       145-MATCH-MAP-ENTRY.
           IF WS-MAP-RUN-ID(WS-MAP-SUB) = WS-LOOKUP-RUN-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
               MOVE WS-MAP-GROUP(WS-MAP-SUB) TO WS-ITEM-GROUP
           END-IF
       .

       150-NORMALIZE-GROUP.
      *    THE SAME RULE Lab2ParmMaint KEYS GROUPS BY -- ONE TO FOUR
      *    LETTERS OR DIGITS, LEFT-JUSTIFIED.  ANYTHING ELSE,
      *    INCLUDING NO GROUP AT ALL, IS FILED UNDER 'NONE'

           MOVE 'N' TO WS-GROUP-SPACE-SWITCH
           MOVE 'N' TO WS-GROUP-BAD-SWITCH

           IF WS-ITEM-GROUP = SPACES
               MOVE 'Y' TO WS-GROUP-BAD-SWITCH
           ELSE
               PERFORM 155-CHECK-GROUP-CHAR
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > 4
           END-IF

           IF WS-GROUP-BAD
               MOVE 'NONE' TO WS-ITEM-GROUP
           END-IF
       .

       155-CHECK-GROUP-CHAR.
           MOVE WS-ITEM-GROUP(WS-GROUP-SUB:1) TO WS-GROUP-CHAR

           EVALUATE TRUE
               WHEN WS-GROUP-CHAR = SPACE
                   MOVE 'Y' TO WS-GROUP-SPACE-SWITCH
               WHEN WS-GROUP-SPACE-SEEN
                   MOVE 'Y' TO WS-GROUP-BAD-SWITCH
               WHEN WS-GROUP-CHAR >= 'A' AND WS-GROUP-CHAR <= 'Z'
                   CONTINUE
               WHEN WS-GROUP-CHAR >= '0' AND WS-GROUP-CHAR <= '9'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-GROUP-BAD-SWITCH
           END-EVALUATE
       .

       160-FIND-OR-ADD-GROUP.
      *    POINT WS-GT-SUB AT THE ENTRY FOR WS-ITEM-GROUP, ADDING IT
      *    IN CODE ORDER IF IT IS NEW.  A FULL TABLE LEAVES WS-GT-SUB
      *    AT ZERO -- THOSE ITEMS LAND IN NO REPORT, AND THE PROOF
      *    THEN FAILS RATHER THAN LOSING THEM QUIETLY

           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-INSERT-SUB
           PERFORM 165-MATCH-GROUP-ENTRY
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GROUP-COUNT
                  OR WS-ENTRY-FOUND
                  OR WS-INSERT-SUB > 0

           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND
                   SUBTRACT 1 FROM WS-GT-SUB
               WHEN WS-GROUP-COUNT NOT < 100
                   MOVE 0 TO WS-GT-SUB
                   ADD 1 TO WS-GROUPS-DROPPED
               WHEN OTHER
                   IF WS-INSERT-SUB = 0
                       COMPUTE WS-INSERT-SUB = WS-GROUP-COUNT + 1
                   ELSE
                       PERFORM 167-SHIFT-GROUP-ENTRY
                           VARYING WS-SHIFT-SUB FROM WS-GROUP-COUNT
                           BY -1
                           UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
                   END-IF
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-INSERT-SUB TO WS-GT-SUB
                   INITIALIZE WS-GT-ENTRY(WS-GT-SUB)
                   MOVE WS-ITEM-GROUP TO WS-GT-GROUP(WS-GT-SUB)
           END-EVALUATE
       .

       165-MATCH-GROUP-ENTRY.
           EVALUATE TRUE
               WHEN WS-GT-GROUP(WS-GT-SUB) = WS-ITEM-GROUP
                   MOVE 'Y' TO WS-FOUND-SWITCH
               WHEN WS-GT-GROUP(WS-GT-SUB) > WS-ITEM-GROUP
                   MOVE WS-GT-SUB TO WS-INSERT-SUB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       167-SHIFT-GROUP-ENTRY.
           MOVE WS-GT-ENTRY(WS-SHIFT-SUB)
               TO WS-GT-ENTRY(WS-SHIFT-SUB + 1)
       .

       200-COUNT-FULL-RUN.
      *    ONE STRAIGHT PASS OF EACH FILE COUNTS THE WHOLE RUN AND
      *    DISCOVERS EVERY GROUP THAT OWNS SOMETHING.  THE XFER FILE
      *    IS THE RUN ITSELF AND MUST BE THERE; NO SUSPENSE FILE OR
      *    NO REJECT FILE SIMPLY MEANS NOTHING OF THAT KIND TONIGHT

           OPEN INPUT MLAB-XFER
           IF NOT WS-XFER-OK
               DISPLAY 'MLAB-XFER.DAT COULD NOT BE OPENED, STATUS = '
                   WS-XFER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 210-READ-XFER-RECORD
           PERFORM 220-TALLY-XFER-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE MLAB-XFER

           OPEN INPUT MLAB-SUSP
           IF WS-SUSP-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 230-READ-SUSPENSE-RECORD
               PERFORM 240-TALLY-SUSPENSE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-SUSP
           ELSE
               IF NOT WS-SUSP-NOT-FOUND
                   DISPLAY 'MLAB-SUSP.DAT COULD NOT BE OPENED, STATUS ='
                       WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT MLAB-PARMREJ
           IF WS-PARMREJ-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 250-READ-REJECT-RECORD
               PERFORM 260-TALLY-REJECT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-PARMREJ
           ELSE
               IF NOT WS-PARMREJ-NOT-FOUND
                   DISPLAY 'MLAB-PARMREJ.TXT COULD NOT BE OPENED, '
                       'STATUS = ' WS-PARMREJ-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           COMPUTE WS-RUN-ITEMS = WS-RUN-DETAIL + WS-RUN-VARIANCE
               + WS-RUN-EXCEPTION + WS-RUN-SUSPENSE + WS-RUN-REJECT
       .

       210-READ-XFER-RECORD.
           READ MLAB-XFER
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
       .

       220-TALLY-XFER-RECORD.
           PERFORM 270-CATEGORIZE-XFER-ROW

           EVALUATE WS-ROW-CATEGORY
               WHEN 'E'
                   ADD 1 TO WS-RUN-EXCEPTION
               WHEN 'V'
                   ADD 1 TO WS-RUN-VARIANCE
               WHEN OTHER
                   ADD 1 TO WS-RUN-DETAIL
           END-EVALUATE

           IF WS-ROW-CATEGORY NOT = 'E'
               ADD XFER-ANS-COMPUTE TO WS-RUN-ANSWER
               IF XFER-ANS-VERBS NOT = XFER-ANS-COMPUTE
                   ADD 1 TO WS-RUN-MISMATCH
               END-IF
           END-IF

           PERFORM 275-RESOLVE-XFER-GROUP
           PERFORM 160-FIND-OR-ADD-GROUP

           PERFORM 210-READ-XFER-RECORD
       .

       230-READ-SUSPENSE-RECORD.
           READ MLAB-SUSP
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
       .

       240-TALLY-SUSPENSE-RECORD.
           ADD 1 TO WS-RUN-SUSPENSE

           PERFORM 280-RESOLVE-SUSPENSE-GROUP
           PERFORM 160-FIND-OR-ADD-GROUP

           PERFORM 230-READ-SUSPENSE-RECORD
       .

       250-READ-REJECT-RECORD.
           READ MLAB-PARMREJ
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
       .

       260-TALLY-REJECT-RECORD.
           ADD 1 TO WS-RUN-REJECT

           PERFORM 285-RESOLVE-REJECT-GROUP
           PERFORM 160-FIND-OR-ADD-GROUP

           PERFORM 250-READ-REJECT-RECORD
       .

       270-CATEGORIZE-XFER-ROW.
      *    'E' EXCEPTION, 'V' VARIANCE, ANYTHING ELSE IS DETAIL --
      *    THE SAME SPLIT Lab2Balance COUNTS THE XFER FILE BY

           EVALUATE TRUE
               WHEN XFER-STATUS-EXCEPTION
                   MOVE 'E' TO WS-ROW-CATEGORY
               WHEN XFER-STATUS-VARIANCE
                   MOVE 'V' TO WS-ROW-CATEGORY
               WHEN OTHER
                   MOVE 'D' TO WS-ROW-CATEGORY
           END-EVALUATE
       .

       275-RESOLVE-XFER-GROUP.
           MOVE XFER-RUN-ID TO WS-LOOKUP-RUN-ID
           PERFORM 140-FIND-MAP-GROUP
           PERFORM 150-NORMALIZE-GROUP
       .

       280-RESOLVE-SUSPENSE-GROUP.
           MOVE SUSP-GROUP TO WS-ITEM-GROUP
           IF WS-ITEM-GROUP = SPACES
               MOVE SUSP-RUN-ID TO WS-LOOKUP-RUN-ID
               PERFORM 140-FIND-MAP-GROUP
           END-IF
           PERFORM 150-NORMALIZE-GROUP
       .

       285-RESOLVE-REJECT-GROUP.
           MOVE REJ-GROUP TO WS-ITEM-GROUP
           IF WS-ITEM-GROUP = SPACES
               MOVE REJ-RUN-ID TO WS-LOOKUP-RUN-ID
               PERFORM 140-FIND-MAP-GROUP
           END-IF
           PERFORM 150-NORMALIZE-GROUP
       .

       300-BURST-ONE-GROUP.
      *    EACH GROUP REPORT RE-READS THE RUN'S FILES AND KEEPS ONLY
      *    THE ITEMS ITS GROUP OWNS, COUNTING AS IT WRITES -- SO THE
      *    SUBTOTALS, THE DISTRIBUTION ITEM COUNT AND THE PROOF ARE
      *    ALL TAKEN FROM WHAT ACTUALLY WENT ON THE PAGE

           MOVE WS-GT-GROUP(WS-GT-SUB) TO WS-BURST-GROUP

           MOVE SPACES TO WS-GRP-FILE-NAME
           STRING 'MLAB-GRP-'    DELIMITED BY SIZE
                  WS-BURST-GROUP DELIMITED BY SPACE
                  '.TXT'         DELIMITED BY SIZE
               INTO WS-GRP-FILE-NAME
           END-STRING

           OPEN OUTPUT MLAB-GRPRPT
           IF NOT WS-GRPRPT-OK
               DISPLAY WS-GRP-FILE-NAME ' COULD NOT BE OPENED, STATUS ='
                   WS-GRPRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE GRPRPT-RECORD FROM GROUP-HEADING-LINE
               AFTER ADVANCING PAGE

           MOVE WS-BURST-GROUP TO GI-GROUP
           IF WS-GT-DIR-SUB(WS-GT-SUB) > 0
               MOVE WS-DIR-NAME(WS-GT-DIR-SUB(WS-GT-SUB)) TO GI-NAME
           ELSE
               MOVE '(NOT ON DIRECTORY)' TO GI-NAME
           END-IF
           MOVE WS-RUN-SEQUENCE TO GI-RUN-SEQ
           MOVE GROUP-ID-LINE TO GRPRPT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 410-WRITE-GROUP-LINE

           MOVE 'D' TO WS-SECTION-CATEGORY
           MOVE 'DETAIL' TO ST-TITLE
           PERFORM 310-WRITE-XFER-SECTION

           MOVE 'V' TO WS-SECTION-CATEGORY
           MOVE 'VARIANCES' TO ST-TITLE
           PERFORM 310-WRITE-XFER-SECTION

           MOVE 'E' TO WS-SECTION-CATEGORY
           MOVE 'EXCEPTIONS' TO ST-TITLE
           PERFORM 310-WRITE-XFER-SECTION

           PERFORM 330-WRITE-SUSPENSE-SECTION
           PERFORM 340-WRITE-REJECT-SECTION
           PERFORM 350-WRITE-GROUP-SUBTOTALS

           CLOSE MLAB-GRPRPT

           PERFORM 360-ROUTE-GROUP
       .

       305-START-SECTION.
           MOVE 3 TO PROPER-SPACING
           MOVE SECTION-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE 0 TO WS-SECTION-ITEMS
       .

       307-END-SECTION.
           IF WS-SECTION-ITEMS = 0
               MOVE 'NONE THIS RUN' TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO GRPRPT-RECORD
               PERFORM 410-WRITE-GROUP-LINE
           END-IF
       .

       310-WRITE-XFER-SECTION.
           PERFORM 305-START-SECTION

           OPEN INPUT MLAB-XFER
           IF NOT WS-XFER-OK
               DISPLAY 'MLAB-XFER.DAT COULD NOT BE OPENED, STATUS = '
                   WS-XFER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 210-READ-XFER-RECORD
           PERFORM 320-BURST-ONE-XFER-ROW
               UNTIL WS-END-OF-FILE
           CLOSE MLAB-XFER

           PERFORM 307-END-SECTION
       .

       320-BURST-ONE-XFER-ROW.
           PERFORM 270-CATEGORIZE-XFER-ROW

           IF WS-ROW-CATEGORY = WS-SECTION-CATEGORY
               PERFORM 275-RESOLVE-XFER-GROUP
               IF WS-ITEM-GROUP = WS-BURST-GROUP
                   PERFORM 325-WRITE-XFER-ROW
               END-IF
           END-IF

           PERFORM 210-READ-XFER-RECORD
       .

       325-WRITE-XFER-ROW.
           MOVE SPACES TO DL-NOTE
           MOVE XFER-RUN-ID TO DL-RUN-ID
           MOVE XFER-EQ-TYPE TO DL-EQ-TYPE
           MOVE XFER-ANS-VERBS TO DL-ANS-VERBS
           MOVE XFER-ANS-COMPUTE TO DL-ANS-COMPUTE

           EVALUATE WS-ROW-CATEGORY
               WHEN 'E'
                   ADD 1 TO WS-GT-EXCEPTION(WS-GT-SUB)
                   MOVE XFER-EXC-REASON TO DL-NOTE
               WHEN 'V'
                   ADD 1 TO WS-GT-VARIANCE(WS-GT-SUB)
                   MOVE XFER-EXC-REASON TO DL-NOTE
               WHEN OTHER
                   ADD 1 TO WS-GT-DETAIL(WS-GT-SUB)
           END-EVALUATE

           IF WS-ROW-CATEGORY NOT = 'E'
               ADD XFER-ANS-COMPUTE TO WS-GT-ANSWER(WS-GT-SUB)
               IF XFER-ANS-VERBS NOT = XFER-ANS-COMPUTE
                   ADD 1 TO WS-GT-MISMATCH(WS-GT-SUB)
                   IF WS-ROW-CATEGORY = 'D'
                       MOVE 'ANSWER MISMATCH' TO DL-NOTE
                   END-IF
               END-IF
           END-IF

           ADD 1 TO WS-SECTION-ITEMS
           MOVE DETAIL-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE
           MOVE 1 TO PROPER-SPACING
       .

       330-WRITE-SUSPENSE-SECTION.
           MOVE 'SUSPENSE ITEMS' TO ST-TITLE
           PERFORM 305-START-SECTION

           OPEN INPUT MLAB-SUSP
           IF WS-SUSP-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 230-READ-SUSPENSE-RECORD
               PERFORM 335-BURST-ONE-SUSPENSE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-SUSP
           END-IF

           PERFORM 307-END-SECTION
       .

       335-BURST-ONE-SUSPENSE-RECORD.
           PERFORM 280-RESOLVE-SUSPENSE-GROUP

           IF WS-ITEM-GROUP = WS-BURST-GROUP
               ADD 1 TO WS-GT-SUSPENSE(WS-GT-SUB)
               ADD 1 TO WS-SECTION-ITEMS
               MOVE SUSP-RUN-ID TO SU-RUN-ID
               MOVE SUSP-EQ-TYPE TO SU-EQ-TYPE
               MOVE SUSP-REASON TO SU-REASON
               MOVE SUSPENSE-LINE TO GRPRPT-RECORD
               PERFORM 410-WRITE-GROUP-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF

           PERFORM 230-READ-SUSPENSE-RECORD
       .

       340-WRITE-REJECT-SECTION.
           MOVE 'EDIT REJECTS' TO ST-TITLE
           PERFORM 305-START-SECTION

           OPEN INPUT MLAB-PARMREJ
           IF WS-PARMREJ-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 250-READ-REJECT-RECORD
               PERFORM 345-BURST-ONE-REJECT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-PARMREJ
           END-IF

           PERFORM 307-END-SECTION
       .

       345-BURST-ONE-REJECT-RECORD.
           PERFORM 285-RESOLVE-REJECT-GROUP

           IF WS-ITEM-GROUP = WS-BURST-GROUP
               ADD 1 TO WS-GT-REJECT(WS-GT-SUB)
               ADD 1 TO WS-SECTION-ITEMS
               MOVE REJ-RAW-IMAGE(1:39) TO RJ-RAW-IMAGE
               MOVE REJ-REASON TO RJ-REASON
               MOVE REJECT-LINE TO GRPRPT-RECORD
               PERFORM 410-WRITE-GROUP-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF

           PERFORM 250-READ-REJECT-RECORD
       .

       350-WRITE-GROUP-SUBTOTALS.
           COMPUTE WS-GT-ITEMS(WS-GT-SUB) =
               WS-GT-DETAIL(WS-GT-SUB) + WS-GT-VARIANCE(WS-GT-SUB)
               + WS-GT-EXCEPTION(WS-GT-SUB)
               + WS-GT-SUSPENSE(WS-GT-SUB) + WS-GT-REJECT(WS-GT-SUB)

           MOVE 3 TO PROPER-SPACING
           MOVE 'GROUP SUBTOTALS' TO ST-TITLE
           MOVE SECTION-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'DETAIL ROWS =         ' TO TR-MESSAGE
           MOVE WS-GT-DETAIL(WS-GT-SUB) TO TR-COUNT
           MOVE TRAILER-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'VARIANCE ROWS =       ' TO TR-MESSAGE
           MOVE WS-GT-VARIANCE(WS-GT-SUB) TO TR-COUNT
           MOVE TRAILER-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE

           MOVE 'EXCEPTION ROWS =      ' TO TR-MESSAGE
           MOVE WS-GT-EXCEPTION(WS-GT-SUB) TO TR-COUNT
           MOVE TRAILER-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE

           MOVE 'SUSPENSE ITEMS =      ' TO TR-MESSAGE
           MOVE WS-GT-SUSPENSE(WS-GT-SUB) TO TR-COUNT
           MOVE TRAILER-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE

           MOVE 'EDIT REJECTS =        ' TO TR-MESSAGE
           MOVE WS-GT-REJECT(WS-GT-SUB) TO TR-COUNT
           MOVE TRAILER-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE

           MOVE 'ITEMS IN THIS REPORT =' TO TR-MESSAGE
           MOVE WS-GT-ITEMS(WS-GT-SUB) TO TR-COUNT
           MOVE TRAILER-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE

           MOVE 2 TO PROPER-SPACING
           MOVE 'ANSWER MISMATCHES =   ' TO TR-MESSAGE
           MOVE WS-GT-MISMATCH(WS-GT-SUB) TO TR-COUNT
           MOVE TRAILER-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'COMPUTE ANSWER TOTAL =' TO AL-MESSAGE
           MOVE WS-GT-ANSWER(WS-GT-SUB) TO AL-AMOUNT
           MOVE AMOUNT-LINE TO GRPRPT-RECORD
           PERFORM 410-WRITE-GROUP-LINE
       .

       360-ROUTE-GROUP.
      *    ONE DISTRIBUTION ENTRY PER RECIPIENT ON THE GROUP'S
      *    DIRECTORY LINE; A GROUP WITH NOBODY TO SEND TO STILL GETS
      *    ONE ENTRY, NAMED UNROUTED, SO THE FILE IS NEVER SILENTLY
      *    LEFT ON DISK

           MOVE 'N' TO WS-GT-ROUTED(WS-GT-SUB)
           IF WS-GT-DIR-SUB(WS-GT-SUB) > 0
               MOVE WS-GT-DIR-SUB(WS-GT-SUB) TO WS-DIR-SUB
               PERFORM 365-ROUTE-ONE-RECIPIENT
                   VARYING WS-RECIP-SUB FROM 1 BY 1
                   UNTIL WS-RECIP-SUB > 4
           END-IF

           IF NOT WS-GT-IS-ROUTED(WS-GT-SUB)
               ADD 1 TO WS-UNROUTED-GROUPS
               MOVE 'UNROUTED' TO WS-ROUTE-RECIPIENT
               PERFORM 367-HOLD-DISTRIBUTION-ENTRY
           END-IF
       .

       365-ROUTE-ONE-RECIPIENT.
           IF WS-DIR-RECIPIENT(WS-DIR-SUB WS-RECIP-SUB) NOT = SPACES
               MOVE 'Y' TO WS-GT-ROUTED(WS-GT-SUB)
               MOVE WS-DIR-RECIPIENT(WS-DIR-SUB WS-RECIP-SUB)
                   TO WS-ROUTE-RECIPIENT
               PERFORM 367-HOLD-DISTRIBUTION-ENTRY
           END-IF
       .

       367-HOLD-DISTRIBUTION-ENTRY.
      *    A TABLE TOO SMALL FOR TONIGHT'S ROUTING FAILS THE PROOF
      *    (SEE 500) RATHER THAN SENDING HALF THE FILES

           IF WS-DIST-COUNT < 400
               ADD 1 TO WS-DIST-COUNT
               MOVE WS-BURST-GROUP TO WS-DT-GROUP(WS-DIST-COUNT)
               MOVE WS-GRP-FILE-NAME TO WS-DT-FILE-NAME(WS-DIST-COUNT)
               MOVE WS-ROUTE-RECIPIENT
                   TO WS-DT-RECIPIENT(WS-DIST-COUNT)
               MOVE WS-GT-ITEMS(WS-GT-SUB) TO WS-DT-ITEMS(WS-DIST-COUNT)
           ELSE
               MOVE 'N' TO WS-BALANCE-SWITCH
               DISPLAY 'WARNING: DISTRIBUTION TABLE FULL AT GROUP '
                   WS-BURST-GROUP
           END-IF
       .

       400-WRITE-A-LINE.

           WRITE BURSTRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       410-WRITE-GROUP-LINE.

           WRITE GRPRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       500-PROVE-BURST.
      *    LIST EACH GROUP'S SHARE, THEN TIE THE SUM OF THE SHARES
      *    TO THE FULL-RUN COUNTS LEG BY LEG.  AN ITEM WRITTEN TO
      *    NO GROUP (OR TO TWO) SHOWS UP HERE AS A MISS

           MOVE 3 TO PROPER-SPACING
           MOVE COUNT-HEADING-LINE TO BURSTRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           PERFORM 510-LIST-ONE-GROUP
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GROUP-COUNT

           MOVE SPACES TO CL-GROUP
           MOVE 'BURST TOTAL' TO CL-NAME
           MOVE WS-BURST-DETAIL TO CL-DETAIL
           MOVE WS-BURST-VARIANCE TO CL-VARIANCE
           MOVE WS-BURST-EXCEPTION TO CL-EXCEPTION
           MOVE WS-BURST-SUSPENSE TO CL-SUSPENSE
           MOVE WS-BURST-REJECT TO CL-REJECT
           MOVE SPACES TO CL-ROUTING
           MOVE COUNT-LINE TO BURSTRPT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 400-WRITE-A-LINE

           MOVE 'FULL RUN' TO CL-NAME
           MOVE WS-RUN-DETAIL TO CL-DETAIL
           MOVE WS-RUN-VARIANCE TO CL-VARIANCE
           MOVE WS-RUN-EXCEPTION TO CL-EXCEPTION
           MOVE WS-RUN-SUSPENSE TO CL-SUSPENSE
           MOVE WS-RUN-REJECT TO CL-REJECT
           MOVE COUNT-LINE TO BURSTRPT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 400-WRITE-A-LINE
           MOVE 3 TO PROPER-SPACING

           MOVE 'DETAIL ROWS BURST VS FULL RUN     ' TO BL-LEG
           MOVE WS-BURST-DETAIL TO WS-ACTUAL-COUNT
           MOVE WS-RUN-DETAIL TO WS-EXPECTED-COUNT
           PERFORM 520-JUDGE-ONE-LEG

           MOVE 'VARIANCE ROWS BURST VS FULL RUN   ' TO BL-LEG
           MOVE WS-BURST-VARIANCE TO WS-ACTUAL-COUNT
           MOVE WS-RUN-VARIANCE TO WS-EXPECTED-COUNT
           PERFORM 520-JUDGE-ONE-LEG

           MOVE 'EXCEPTION ROWS BURST VS FULL RUN  ' TO BL-LEG
           MOVE WS-BURST-EXCEPTION TO WS-ACTUAL-COUNT
           MOVE WS-RUN-EXCEPTION TO WS-EXPECTED-COUNT
           PERFORM 520-JUDGE-ONE-LEG

           MOVE 'MISMATCHES BURST VS FULL RUN      ' TO BL-LEG
           MOVE WS-BURST-MISMATCH TO WS-ACTUAL-COUNT
           MOVE WS-RUN-MISMATCH TO WS-EXPECTED-COUNT
           PERFORM 520-JUDGE-ONE-LEG

           MOVE 'SUSPENSE ITEMS BURST VS FULL RUN  ' TO BL-LEG
           MOVE WS-BURST-SUSPENSE TO WS-ACTUAL-COUNT
           MOVE WS-RUN-SUSPENSE TO WS-EXPECTED-COUNT
           PERFORM 520-JUDGE-ONE-LEG

           MOVE 'EDIT REJECTS BURST VS FULL RUN    ' TO BL-LEG
           MOVE WS-BURST-REJECT TO WS-ACTUAL-COUNT
           MOVE WS-RUN-REJECT TO WS-EXPECTED-COUNT
           PERFORM 520-JUDGE-ONE-LEG

           MOVE 'ALL ITEMS BURST VS FULL RUN       ' TO BL-LEG
           MOVE WS-BURST-ITEMS TO WS-ACTUAL-COUNT
           MOVE WS-RUN-ITEMS TO WS-EXPECTED-COUNT
           PERFORM 520-JUDGE-ONE-LEG

           MOVE 'ANSWER TOTAL VS RUN  ' TO AB-LEG
           MOVE WS-BURST-ANSWER TO AB-ACTUAL
           MOVE WS-RUN-ANSWER TO AB-EXPECTED
           IF WS-BURST-ANSWER = WS-RUN-ANSWER
               MOVE 'IN BALANCE' TO AB-VERDICT
           ELSE
               MOVE '**OUT OF BALANCE' TO AB-VERDICT
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           MOVE AMOUNT-BALANCE-LINE TO BURSTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           IF WS-GROUPS-DROPPED > 0
               MOVE 'N' TO WS-BALANCE-SWITCH
               MOVE SPACES TO NOTE-LINE-TEXT
               MOVE 'GROUP TABLE FULL - SOME ITEMS IN NO REPORT'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO BURSTRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
       .

       510-LIST-ONE-GROUP.
           MOVE WS-GT-GROUP(WS-GT-SUB) TO CL-GROUP
           IF WS-GT-DIR-SUB(WS-GT-SUB) > 0
               MOVE WS-DIR-NAME(WS-GT-DIR-SUB(WS-GT-SUB)) TO CL-NAME
           ELSE
               MOVE '(NOT ON DIRECTORY)' TO CL-NAME
           END-IF
           MOVE WS-GT-DETAIL(WS-GT-SUB) TO CL-DETAIL
           MOVE WS-GT-VARIANCE(WS-GT-SUB) TO CL-VARIANCE
           MOVE WS-GT-EXCEPTION(WS-GT-SUB) TO CL-EXCEPTION
           MOVE WS-GT-SUSPENSE(WS-GT-SUB) TO CL-SUSPENSE
           MOVE WS-GT-REJECT(WS-GT-SUB) TO CL-REJECT
           IF WS-GT-IS-ROUTED(WS-GT-SUB)
               MOVE 'ROUTED' TO CL-ROUTING
           ELSE
               MOVE 'UNROUTED' TO CL-ROUTING
           END-IF
           MOVE COUNT-LINE TO BURSTRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           ADD WS-GT-DETAIL(WS-GT-SUB) TO WS-BURST-DETAIL
           ADD WS-GT-VARIANCE(WS-GT-SUB) TO WS-BURST-VARIANCE
           ADD WS-GT-EXCEPTION(WS-GT-SUB) TO WS-BURST-EXCEPTION
           ADD WS-GT-MISMATCH(WS-GT-SUB) TO WS-BURST-MISMATCH
           ADD WS-GT-SUSPENSE(WS-GT-SUB) TO WS-BURST-SUSPENSE
           ADD WS-GT-REJECT(WS-GT-SUB) TO WS-BURST-REJECT
           ADD WS-GT-ITEMS(WS-GT-SUB) TO WS-BURST-ITEMS
           ADD WS-GT-ANSWER(WS-GT-SUB) TO WS-BURST-ANSWER
       .

       520-JUDGE-ONE-LEG.
      *    THE BURST COUNT WAS ALREADY MOVED TO WS-ACTUAL-COUNT AND
      *    THE FULL-RUN COUNT TO WS-EXPECTED-COUNT -- JUDGE THEM,
      *    PRINT THE LEG, AND REMEMBER ANY MISS FOR THE FINAL VERDICT

           MOVE WS-ACTUAL-COUNT TO BL-ACTUAL
           MOVE WS-EXPECTED-COUNT TO BL-EXPECTED

           IF WS-ACTUAL-COUNT = WS-EXPECTED-COUNT
               MOVE 'IN BALANCE' TO BL-VERDICT
           ELSE
               MOVE '**OUT OF BALANCE' TO BL-VERDICT
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF

           MOVE BALANCE-LINE TO BURSTRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       600-WRITE-DISTRIBUTION-FILE.
      *    THE DISTRIBUTION FILE IS ALWAYS REWRITTEN, SO LAST
      *    NIGHT'S ROUTING CAN NEVER BE REPLAYED AGAINST TONIGHT'S
      *    FILES -- BUT IT ONLY GETS RECORDS WHEN THE BURST PROVED

           OPEN OUTPUT MLAB-DISTRIB
           IF NOT WS-DISTRIB-OK
               DISPLAY 'MLAB-DISTRIB.DAT COULD NOT BE OPENED, STATUS ='
                   WS-DISTRIB-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ALL-IN-BALANCE
               PERFORM 610-WRITE-ONE-DIST-RECORD
                   VARYING WS-DIST-SUB FROM 1 BY 1
                   UNTIL WS-DIST-SUB > WS-DIST-COUNT
           END-IF

           CLOSE MLAB-DISTRIB
       .

       610-WRITE-ONE-DIST-RECORD.
           MOVE WS-CURRENT-DATE TO DST-RUN-DATE
           MOVE WS-RUN-SEQUENCE TO DST-RUN-SEQ
           MOVE WS-DT-GROUP(WS-DIST-SUB) TO DST-GROUP
           MOVE WS-DT-FILE-NAME(WS-DIST-SUB) TO DST-FILE-NAME
           MOVE WS-DT-RECIPIENT(WS-DIST-SUB) TO DST-RECIPIENT
           MOVE WS-DT-ITEMS(WS-DIST-SUB) TO DST-ITEM-COUNT
           WRITE DISTRIB-RECORD
           ADD 1 TO WS-DIST-WRITTEN
       .

       999-FINAL-ROUTINE.
           MOVE 3 TO PROPER-SPACING

           MOVE 'GROUP REPORTS =       ' TO TR-MESSAGE
           MOVE WS-GROUP-COUNT TO TR-COUNT
           MOVE TRAILER-LINE TO BURSTRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'UNROUTED GROUPS =     ' TO TR-MESSAGE
           MOVE WS-UNROUTED-GROUPS TO TR-COUNT
           MOVE TRAILER-LINE TO BURSTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'DISTRIBUTION RECORDS =' TO TR-MESSAGE
           MOVE WS-DIST-WRITTEN TO TR-COUNT
           MOVE TRAILER-LINE TO BURSTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE SPACES TO VERDICT-LINE
           IF WS-ALL-IN-BALANCE
               MOVE 'BURST PROVES TO THE FULL RUN' TO VL-MESSAGE
           ELSE
               MOVE '** BURST OUT OF BALANCE - NOTHING DISTRIBUTED **'
                   TO VL-MESSAGE
           END-IF
           MOVE 3 TO PROPER-SPACING
           MOVE VERDICT-LINE TO BURSTRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           CLOSE MLAB-BURSTRPT

      *    SET A JOB-LEVEL RETURN CODE SO THE DRIVER CAN TELL A
      *    CLEAN BURST FROM ONE THAT LEFT A GROUP WITH NOWHERE TO GO
      *    OR ONE THAT DID NOT ADD BACK UP
           EVALUATE TRUE
               WHEN NOT WS-ALL-IN-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNROUTED-GROUPS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN NOT WS-DIRECTORY-PRESENT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK
       .
