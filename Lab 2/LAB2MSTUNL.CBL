       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2MstUnload.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    NIGHTLY BACKUP UNLOAD OF THE TWO INDEXED MASTERS.  THE
      *    PARAMETER MASTER (MLAB-PARMMST.DAT) AND THE TOLERANCE
      *    MASTER (MLAB-TOLMST.DAT) ARE EACH COPIED IN KEY ORDER TO
      *    A DATED SEQUENTIAL GENERATION WITH A HEADER AND A
      *    TRAILER, SO A CORRUPTED MASTER IS RESTORED WITH
      *    Lab2MstReload INSTEAD OF BEING REBUILT FROM THE JOURNAL
      *    OR THE PAPER REGISTERS.  GENERATIONS ARE KEPT UNDER AN
      *    INDEX AND PURGED PAST A RETENTION COUNT THE SAME WAY
      *    Lab2Archive AGES THE RUN OUTPUTS.
      *******
      * GENERATION NAMES
      *    MLAB-BKUP-YYYYMMDD.PRM - THE PARAMETER MASTER
      *    MLAB-BKUP-YYYYMMDD.TOL - THE TOLERANCE MASTER
      *    THE DATE IS THE DAY OF THE UNLOAD.  A SECOND UNLOAD ON
      *    THE SAME DAY RE-COPIES OVER THAT DAY'S GENERATION, SO THE
      *    RETAINED COPY IS ALWAYS THE LATEST ONE TAKEN
      *******
      * GENERATION RECORDS (80 BYTES)
      *    HEADER  'H', MASTER ID (PARM/TOL), UNLOAD DATE AND TIME,
      *            THE LAST MAINTENANCE BATCH NUMBER ON
      *            MLAB-MNTSEQ.DAT AT UNLOAD TIME, MASTER RECORD
      *            LENGTH AND MASTER FILE NAME
      *    DETAIL  'D' AND THE MASTER RECORD IMAGE, IN KEY ORDER
      *    TRAILER 'T', MASTER ID, RECORD COUNT, KEY HASH AND VALUE
      *            HASH
      *******
      * HASH TOTALS
      *    KEY HASH   - EACH RUN-ID CHARACTER'S ORDINAL TIMES ITS
      *                 POSITION (1-8), SUMMED, PLUS THE EFFECTIVE
      *                 DATE ON THE PARAMETER MASTER -- WEIGHTING BY
      *                 POSITION CATCHES TRANSPOSED CHARACTERS.  ON
      *                 THE PARAMETER MASTER THE EQUATION TYPE AND
      *                 THE FOUR OWNING-GROUP CHARACTERS ARE FOLDED
      *                 IN THE SAME WAY AS POSITIONS 9 AND 10-13, SO
      *                 A RESTORE THAT LOSES EITHER DOES NOT PROVE
      *    VALUE HASH - PARAMETER MASTER: THE ALGEBRAIC SUM OF THE
      *                 FIVE SIGNED VALUES A-E AS STORED.  TOLERANCE
      *                 MASTER: THE ALGEBRAIC SUM OF THE EXPECTED
      *                 ANSWER AND THE TOLERANCE
      *******
      * CONTROL FILES
      *    MLAB-BKPCTL.TXT - RETENTION COUNT, PIC 9(3).  MISSING OR
      *                      UNREADABLE MEANS THE DEFAULT OF 30.
      *                      THE INDEX HOLDS 120 GENERATIONS AND
      *                      NEEDS A FREE ENTRY FOR THE NIGHT'S NEW
      *                      ONE BEFORE THE OLDEST ARE AGED OFF, SO A
      *                      COUNT ABOVE 119 IS CUT BACK TO 119 WITH
      *                      A CONSOLE WARNING
      *    MLAB-BKPNDX.DAT - ONE RECORD PER GENERATION ON FILE:
      *                      UNLOAD DATE, MAINTENANCE BATCH,
      *                      GENERATION STEM.  REWRITTEN AFTER EVERY
      *                      UNLOAD/PURGE
      *******
      * RETURN CODE
      *    0  = BOTH MASTERS UNLOADED (AND ANY DUE PURGES DONE)
      *    16 = A FILE COULD NOT BE OPENED
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

           SELECT MLAB-MNTSEQ
               ASSIGN TO DISK "MLAB-MNTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTSEQ-STATUS.

           SELECT MLAB-BKPCTL
               ASSIGN TO DISK "MLAB-BKPCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPCTL-STATUS.

           SELECT MLAB-BKPNDX
               ASSIGN TO DISK "MLAB-BKPNDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPNDX-STATUS.

      *    THE GENERATION FILE OF THE MOMENT -- THE NAME IS BUILT AT
      *    RUN TIME FROM THE UNLOAD DATE AND THE MASTER'S SUFFIX
           SELECT MLAB-BKPOUT
               ASSIGN TO DYNAMIC WS-BKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPOUT-STATUS.

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
           05  MST-VALUES-R REDEFINES MST-VALUES.
               10  MST-VALUE       OCCURS 5 TIMES.
                   15  MST-SIGN    PIC X.
                   15  MST-DIGITS  PIC 9(5).
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
       FD  MLAB-MNTSEQ
           RECORD CONTAINS 5 CHARACTERS.
       01  MNTSEQ-RECORD.
           05  MNTSEQ-COUNT        PIC 9(5).
      *
       FD  MLAB-BKPCTL
           RECORD CONTAINS 3 CHARACTERS.
       01  BKPCTL-RECORD.
           05  BKPCTL-RETENTION    PIC 9(3).
      *
       FD  MLAB-BKPNDX
           RECORD CONTAINS 38 CHARACTERS.
       01  BKPNDX-RECORD.
           05  NDX-BKUP-DATE       PIC 9(8).
           05  NDX-MAINT-BATCH     PIC 9(5).
           05  NDX-GEN-STEM        PIC X(25).
      *
       FD  MLAB-BKPOUT
           RECORD CONTAINS 80 CHARACTERS.
       01  BKPOUT-RECORD       PIC X(80).
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
           05  WS-MNTSEQ-STATUS    PIC XX      VALUE SPACES.
               88  WS-MNTSEQ-OK            VALUE '00'.
           05  WS-BKPCTL-STATUS    PIC XX      VALUE SPACES.
               88  WS-BKPCTL-OK            VALUE '00'.
           05  WS-BKPNDX-STATUS    PIC XX      VALUE SPACES.
               88  WS-BKPNDX-OK            VALUE '00'.
           05  WS-BKPOUT-STATUS    PIC XX      VALUE SPACES.
               88  WS-BKPOUT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-REBACKUP-SWITCH  PIC X       VALUE 'N'.
               88  WS-REBACKING-UP         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-GENS-PURGED      PIC 9(3)    VALUE 0.

       01  WS-MAINT-BATCH          PIC 9(5)    VALUE 0.
       01  WS-RETENTION-COUNT      PIC 9(3)    VALUE 30.
       01  WS-REBACKUP-SUB         PIC 9(3)    VALUE 0.

       01  WS-BKUP-NAMES.
           05  WS-BKUP-STEM        PIC X(25)   VALUE SPACES.
           05  WS-BKUP-FILE-NAME   PIC X(29)   VALUE SPACES.
           05  WS-PURGE-FILE-NAME  PIC X(29)   VALUE SPACES.

      *    EVERY GENERATION ON FILE, OLDEST FIRST -- THE INDEX FILE
      *    IS REWRITTEN FROM THIS TABLE AFTER THE NEW GENERATION IS
      *    ADDED AND ANY EXPIRED ONES ARE PURGED
       01  WS-NDX-TABLE.
           05  WS-NDX-COUNT        PIC 9(3)    VALUE 0.
           05  WS-NDX-MAX          PIC 9(3)    VALUE 120.
           05  WS-NDX-ENTRY        OCCURS 120 TIMES.
               10  WS-NDX-DATE     PIC 9(8).
               10  WS-NDX-BATCH    PIC 9(5).
               10  WS-NDX-STEM     PIC X(25).

       01  WS-WORK-FIELDS.
           05  WS-NDX-SUB          PIC 9(3)    VALUE 0.
           05  WS-PURGE-COUNT      PIC 9(3)    VALUE 0.
           05  WS-KEEP-SUB         PIC 9(3)    VALUE 0.
           05  WS-DELETE-RETURN-CODE PIC S9(9) COMP-5.

      *    COUNT AND HASH TOTALS FOR THE MASTER BEING UNLOADED --
      *    THE SAME ARITHMETIC Lab2MstReload REPEATS TO PROVE A
      *    RESTORE
       01  WS-HASH-TOTALS.
           05  WS-HASH-COUNT       PIC 9(7)    VALUE 0.
           05  WS-KEY-HASH         PIC 9(15)   VALUE 0.
           05  WS-VALUE-HASH       PIC S9(13)V99 VALUE 0.

      *    THE CHARACTERS FOLDED INTO THE KEY HASH -- THE RUN-ID,
      *    THEN ON THE PARAMETER MASTER THE EQUATION TYPE AND GROUP
       01  WS-HASH-WORK.
           05  WS-HASH-KEY-TEXT    PIC X(13)   VALUE SPACES.
           05  WS-HASH-KEY-LENGTH  PIC 9(2)    VALUE 0.
           05  WS-CHAR-SUB         PIC 9(2)    VALUE 0.
           05  WS-VALUE-SUB        PIC 9(2)    VALUE 0.
           05  WS-CHAR-WEIGHT      PIC 9(5)    VALUE 0.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  WS-CURRENT-TIME         PIC 9(8).

      *    THE THREE GENERATION RECORD VIEWS
       01  GEN-HEADER-RECORD.
           05  GH-REC-TYPE         PIC X       VALUE 'H'.
           05  GH-MASTER-ID        PIC X(4).
           05  GH-BKUP-DATE        PIC 9(8).
           05  GH-BKUP-TIME        PIC 9(6).
           05  GH-MAINT-BATCH      PIC 9(5).
           05  GH-RECORD-LENGTH    PIC 9(3).
           05  GH-MASTER-FILE      PIC X(16).
           05                      PIC X(37)   VALUE SPACES.

       01  GEN-DETAIL-RECORD.
           05  GD-REC-TYPE         PIC X       VALUE 'D'.
           05  GD-IMAGE            PIC X(79).

       01  GEN-TRAILER-RECORD.
           05  GT-REC-TYPE         PIC X       VALUE 'T'.
           05  GT-MASTER-ID        PIC X(4).
           05  GT-RECORD-COUNT     PIC 9(7).
           05  GT-KEY-HASH         PIC 9(15).
           05  GT-VALUE-HASH       PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05                      PIC X(37)   VALUE SPACES.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           PERFORM 100-UNLOAD-PARM-MASTER
           PERFORM 200-UNLOAD-TOL-MASTER
           PERFORM 500-UPDATE-BACKUP-INDEX
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
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 052-GET-MAINT-BATCH
           PERFORM 054-GET-RETENTION-COUNT
           PERFORM 056-LOAD-BACKUP-INDEX

      *    ONE GENERATION PER DAY.  A SECOND UNLOAD THE SAME DAY --
      *    A RERUN AFTER LATE MAINTENANCE -- RE-COPIES OVER THAT
      *    DAY'S GENERATION AND MOVES ITS INDEX ENTRY UP TO THE
      *    LATEST MAINTENANCE BATCH, SO A RESTORE FROM IT LISTS
      *    ONLY THE BATCHES IT REALLY DOES NOT HOLD

           PERFORM 058-CHECK-ALREADY-BACKED-UP

           IF NOT WS-REBACKING-UP
               MOVE SPACES TO WS-BKUP-STEM
               STRING 'MLAB-BKUP-'      DELIMITED BY SIZE
                      WS-CURRENT-DATE   DELIMITED BY SIZE
                   INTO WS-BKUP-STEM
               END-STRING
           END-IF
       .

       052-GET-MAINT-BATCH.
      *    THE LAST MAINTENANCE BATCH NUMBER BURNED SO FAR GOES ON
      *    THE HEADER -- EVERY JOURNAL BATCH ABOVE IT WAS APPLIED
      *    AFTER THIS UNLOAD AND MUST BE REAPPLIED AFTER A RESTORE.
      *    NO SEQUENCE FILE MEANS NO MAINTENANCE HAS EVER RUN

           MOVE 0 TO WS-MAINT-BATCH
           OPEN INPUT MLAB-MNTSEQ
           IF WS-MNTSEQ-OK
               READ MLAB-MNTSEQ
                   NOT AT END
                       MOVE MNTSEQ-COUNT TO WS-MAINT-BATCH
               END-READ
               CLOSE MLAB-MNTSEQ
           END-IF
       .

       054-GET-RETENTION-COUNT.
      *    SAME "DROP A FILE INSTEAD OF RECOMPILING" CONVENTION AS
      *    THE ARCHIVE RETENTION -- A MONTH OF NIGHTLY GENERATIONS
      *    IS THE COMPILED-IN DEFAULT AND THE FILE OVERRIDES IT

           OPEN INPUT MLAB-BKPCTL
           IF WS-BKPCTL-OK
               READ MLAB-BKPCTL
                   NOT AT END
                       IF BKPCTL-RETENTION NUMERIC
                           AND BKPCTL-RETENTION > 0
                           MOVE BKPCTL-RETENTION
                               TO WS-RETENTION-COUNT
                       END-IF
               END-READ
               CLOSE MLAB-BKPCTL
           END-IF

      *    TONIGHT'S GENERATION GOES INTO THE INDEX TABLE BEFORE THE
      *    OLDEST ARE AGED OFF, SO THE TABLE MUST HAVE A FREE ENTRY
      *    LEFT AT FULL RETENTION -- OTHERWISE NEW GENERATIONS WOULD
      *    GO UNINDEXED AND NEVER BE PURGED

           IF WS-RETENTION-COUNT NOT < WS-NDX-MAX
               DISPLAY 'WARNING: RETENTION OF ' WS-RETENTION-COUNT
                   ' ON MLAB-BKPCTL.TXT IS MORE THAN THE BACKUP INDEX '
                   'HOLDS'
               SUBTRACT 1 FROM WS-NDX-MAX GIVING WS-RETENTION-COUNT
               DISPLAY '         RETENTION CUT BACK TO '
                   WS-RETENTION-COUNT ' GENERATIONS'
           END-IF
       .

       056-LOAD-BACKUP-INDEX.
           OPEN INPUT MLAB-BKPNDX
           IF WS-BKPNDX-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 057-LOAD-ONE-INDEX-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE MLAB-BKPNDX
           END-IF
       .

       057-LOAD-ONE-INDEX-ENTRY.
           READ MLAB-BKPNDX
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-NDX-COUNT < WS-NDX-MAX
                       ADD 1 TO WS-NDX-COUNT
                       MOVE NDX-BKUP-DATE
                           TO WS-NDX-DATE (WS-NDX-COUNT)
                       MOVE NDX-MAINT-BATCH
                           TO WS-NDX-BATCH (WS-NDX-COUNT)
                       MOVE NDX-GEN-STEM
                           TO WS-NDX-STEM (WS-NDX-COUNT)
                   ELSE
                       DISPLAY 'WARNING: BACKUP INDEX TABLE FULL'
                   END-IF
           END-READ
       .

       058-CHECK-ALREADY-BACKED-UP.
           PERFORM 059-CHECK-ONE-INDEX-ENTRY
               VARYING WS-NDX-SUB FROM 1 BY 1
               UNTIL WS-NDX-SUB > WS-NDX-COUNT
       .

       059-CHECK-ONE-INDEX-ENTRY.
           IF WS-NDX-DATE (WS-NDX-SUB) = WS-CURRENT-DATE
               MOVE WS-NDX-STEM (WS-NDX-SUB) TO WS-BKUP-STEM
               MOVE WS-NDX-SUB TO WS-REBACKUP-SUB
               MOVE 'Y' TO WS-REBACKUP-SWITCH
               DISPLAY 'MASTERS ALREADY UNLOADED TODAY, RE-COPYING '
                   'OVER GENERATION ' WS-BKUP-STEM
           END-IF
       .

       100-UNLOAD-PARM-MASTER.
           MOVE SPACES TO WS-BKUP-FILE-NAME
           STRING FUNCTION TRIM(WS-BKUP-STEM) DELIMITED BY SIZE
                  '.PRM' DELIMITED BY SIZE
               INTO WS-BKUP-FILE-NAME
           END-STRING

           OPEN INPUT MLAB-PARMMST
           IF NOT WS-PARMMST-OK
               DISPLAY 'MLAB-PARMMST.DAT COULD NOT BE OPENED, STATUS ='
                   WS-PARMMST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MLAB-BKPOUT
           IF NOT WS-BKPOUT-OK
               DISPLAY 'BACKUP FILE COULD NOT BE OPENED: '
                   WS-BKUP-FILE-NAME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'PARM' TO GH-MASTER-ID
           MOVE 67 TO GH-RECORD-LENGTH
           MOVE 'MLAB-PARMMST.DAT' TO GH-MASTER-FILE
           PERFORM 300-WRITE-GEN-HEADER

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 105-UNLOAD-ONE-PARM-RECORD
               UNTIL WS-END-OF-FILE

           MOVE 'PARM' TO GT-MASTER-ID
           PERFORM 310-WRITE-GEN-TRAILER

           CLOSE MLAB-PARMMST
           CLOSE MLAB-BKPOUT
       .

       105-UNLOAD-ONE-PARM-RECORD.
           READ MLAB-PARMMST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO GD-IMAGE
                   MOVE MST-RECORD TO GD-IMAGE
                   MOVE GEN-DETAIL-RECORD TO BKPOUT-RECORD
                   WRITE BKPOUT-RECORD
                   PERFORM 400-HASH-PARM-RECORD
           END-READ
       .

       200-UNLOAD-TOL-MASTER.
           MOVE SPACES TO WS-BKUP-FILE-NAME
           STRING FUNCTION TRIM(WS-BKUP-STEM) DELIMITED BY SIZE
                  '.TOL' DELIMITED BY SIZE
               INTO WS-BKUP-FILE-NAME
           END-STRING

           OPEN INPUT MLAB-TOLMST
           IF NOT WS-TOLMST-OK
               DISPLAY 'MLAB-TOLMST.DAT COULD NOT BE OPENED, STATUS = '
                   WS-TOLMST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MLAB-BKPOUT
           IF NOT WS-BKPOUT-OK
               DISPLAY 'BACKUP FILE COULD NOT BE OPENED: '
                   WS-BKUP-FILE-NAME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'TOL ' TO GH-MASTER-ID
           MOVE 39 TO GH-RECORD-LENGTH
           MOVE 'MLAB-TOLMST.DAT' TO GH-MASTER-FILE
           PERFORM 300-WRITE-GEN-HEADER

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 205-UNLOAD-ONE-TOL-RECORD
               UNTIL WS-END-OF-FILE

           MOVE 'TOL ' TO GT-MASTER-ID
           PERFORM 310-WRITE-GEN-TRAILER

           CLOSE MLAB-TOLMST
           CLOSE MLAB-BKPOUT
       .

       205-UNLOAD-ONE-TOL-RECORD.
           READ MLAB-TOLMST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO GD-IMAGE
                   MOVE TOL-RECORD TO GD-IMAGE
                   MOVE GEN-DETAIL-RECORD TO BKPOUT-RECORD
                   WRITE BKPOUT-RECORD
                   PERFORM 410-HASH-TOL-RECORD
           END-READ
       .

       300-WRITE-GEN-HEADER.
      *    THE HEADER ALSO STARTS THE MASTER'S HASH TOTALS AFRESH

           MOVE WS-CURRENT-DATE TO GH-BKUP-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GH-BKUP-TIME
           MOVE WS-MAINT-BATCH TO GH-MAINT-BATCH
           MOVE GEN-HEADER-RECORD TO BKPOUT-RECORD
           WRITE BKPOUT-RECORD

           MOVE 0 TO WS-HASH-COUNT
           MOVE 0 TO WS-KEY-HASH
           MOVE 0 TO WS-VALUE-HASH
       .

       310-WRITE-GEN-TRAILER.
           MOVE WS-HASH-COUNT TO GT-RECORD-COUNT
           MOVE WS-KEY-HASH TO GT-KEY-HASH
           MOVE WS-VALUE-HASH TO GT-VALUE-HASH
           MOVE GEN-TRAILER-RECORD TO BKPOUT-RECORD
           WRITE BKPOUT-RECORD

           DISPLAY GT-MASTER-ID ' UNLOADED TO ' WS-BKUP-FILE-NAME
               ' RECORDS = ' WS-HASH-COUNT
               ' KEY HASH = ' WS-KEY-HASH
               ' VALUE HASH = ' GT-VALUE-HASH
       .

       400-HASH-PARM-RECORD.
           ADD 1 TO WS-HASH-COUNT
           MOVE MST-RUN-ID TO WS-HASH-KEY-TEXT(1:8)
           MOVE MST-EQ-TYPE TO WS-HASH-KEY-TEXT(9:1)
           MOVE MST-GROUP TO WS-HASH-KEY-TEXT(10:4)
           MOVE 13 TO WS-HASH-KEY-LENGTH
           PERFORM 420-HASH-ONE-KEY-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-HASH-KEY-LENGTH
           ADD MST-EFF-DATE TO WS-KEY-HASH
           PERFORM 405-HASH-ONE-PARM-VALUE
               VARYING WS-VALUE-SUB FROM 1 BY 1
               UNTIL WS-VALUE-SUB > 5
       .

       405-HASH-ONE-PARM-VALUE.
           IF MST-DIGITS (WS-VALUE-SUB) NUMERIC
               IF MST-SIGN (WS-VALUE-SUB) = '-'
                   SUBTRACT MST-DIGITS (WS-VALUE-SUB)
                       FROM WS-VALUE-HASH
               ELSE
                   ADD MST-DIGITS (WS-VALUE-SUB) TO WS-VALUE-HASH
               END-IF
           END-IF
       .

       410-HASH-TOL-RECORD.
           ADD 1 TO WS-HASH-COUNT
           MOVE SPACES TO WS-HASH-KEY-TEXT
           MOVE TOL-RUN-ID TO WS-HASH-KEY-TEXT(1:8)
           MOVE 8 TO WS-HASH-KEY-LENGTH
           PERFORM 420-HASH-ONE-KEY-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-HASH-KEY-LENGTH
           ADD TOL-EXPECTED TO WS-VALUE-HASH
           ADD TOL-TOLERANCE TO WS-VALUE-HASH
       .

       420-HASH-ONE-KEY-CHAR.
           COMPUTE WS-CHAR-WEIGHT =
               FUNCTION ORD(WS-HASH-KEY-TEXT(WS-CHAR-SUB:1))
                   * WS-CHAR-SUB
           ADD WS-CHAR-WEIGHT TO WS-KEY-HASH
       .

       500-UPDATE-BACKUP-INDEX.
      *    ADD THE NEW GENERATION, PURGE EVERYTHING PAST THE
      *    RETENTION COUNT (THE TABLE IS OLDEST-FIRST, SO PURGES
      *    COME OFF THE FRONT), AND REWRITE THE INDEX TO MATCH WHAT
      *    IS ACTUALLY ON DISK.  A SAME-DAY RE-UNLOAD REPLACED THE
      *    COPIES UNDER AN EXISTING STEM, SO ONLY ITS MAINTENANCE
      *    BATCH MOVES AND NOTHING AGES

           IF WS-REBACKING-UP
               MOVE WS-MAINT-BATCH TO WS-NDX-BATCH (WS-REBACKUP-SUB)
           ELSE
               PERFORM 505-ADD-AND-AGE-INDEX
           END-IF

           PERFORM 530-REWRITE-INDEX-FILE
       .

       505-ADD-AND-AGE-INDEX.
           IF WS-NDX-COUNT < WS-NDX-MAX
               ADD 1 TO WS-NDX-COUNT
               MOVE WS-CURRENT-DATE TO WS-NDX-DATE (WS-NDX-COUNT)
               MOVE WS-MAINT-BATCH TO WS-NDX-BATCH (WS-NDX-COUNT)
               MOVE WS-BKUP-STEM TO WS-NDX-STEM (WS-NDX-COUNT)
           ELSE
               DISPLAY 'WARNING: BACKUP INDEX TABLE FULL, '
                   'GENERATION NOT INDEXED: ' WS-BKUP-STEM
           END-IF

           IF WS-NDX-COUNT > WS-RETENTION-COUNT
               COMPUTE WS-PURGE-COUNT =
                   WS-NDX-COUNT - WS-RETENTION-COUNT
               PERFORM 510-PURGE-ONE-GENERATION
                   VARYING WS-NDX-SUB FROM 1 BY 1
                   UNTIL WS-NDX-SUB > WS-PURGE-COUNT
               PERFORM 520-SHIFT-INDEX-TABLE
           END-IF
       .

       510-PURGE-ONE-GENERATION.
           PERFORM 512-DELETE-GEN-PRM
           PERFORM 514-DELETE-GEN-TOL
           ADD 1 TO WS-GENS-PURGED
           DISPLAY 'PURGED GENERATION '
               WS-NDX-STEM (WS-NDX-SUB)
       .

       512-DELETE-GEN-PRM.
           MOVE SPACES TO WS-PURGE-FILE-NAME
           STRING FUNCTION TRIM(WS-NDX-STEM (WS-NDX-SUB))
                      DELIMITED BY SIZE
                  '.PRM' DELIMITED BY SIZE
               INTO WS-PURGE-FILE-NAME
           END-STRING
           PERFORM 518-DELETE-PURGE-FILE
       .

       514-DELETE-GEN-TOL.
           MOVE SPACES TO WS-PURGE-FILE-NAME
           STRING FUNCTION TRIM(WS-NDX-STEM (WS-NDX-SUB))
                      DELIMITED BY SIZE
                  '.TOL' DELIMITED BY SIZE
               INTO WS-PURGE-FILE-NAME
           END-STRING
           PERFORM 518-DELETE-PURGE-FILE
       .

       518-DELETE-PURGE-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-PURGE-FILE-NAME
               RETURNING WS-DELETE-RETURN-CODE
           END-CALL

      *    RC 128 MEANS THE COPY WAS ALREADY GONE -- ONLY WARN ON A
      *    REAL FAILURE
           IF WS-DELETE-RETURN-CODE NOT = 0
               AND WS-DELETE-RETURN-CODE NOT = 128
               DISPLAY 'WARNING: PURGE DELETE FAILED, RC = '
                   WS-DELETE-RETURN-CODE ' FOR '
                   WS-PURGE-FILE-NAME
           END-IF
       .

       520-SHIFT-INDEX-TABLE.
           MOVE 0 TO WS-KEEP-SUB
           PERFORM 522-SHIFT-ONE-ENTRY
               VARYING WS-NDX-SUB FROM WS-PURGE-COUNT BY 1
               UNTIL WS-NDX-SUB >= WS-NDX-COUNT
           SUBTRACT WS-PURGE-COUNT FROM WS-NDX-COUNT
       .

       522-SHIFT-ONE-ENTRY.
           ADD 1 TO WS-KEEP-SUB
           MOVE WS-NDX-ENTRY (WS-NDX-SUB + 1)
               TO WS-NDX-ENTRY (WS-KEEP-SUB)
       .

       530-REWRITE-INDEX-FILE.
           OPEN OUTPUT MLAB-BKPNDX
           IF NOT WS-BKPNDX-OK
               DISPLAY 'MLAB-BKPNDX.DAT COULD NOT BE OPENED, STATUS ='
                   WS-BKPNDX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 532-WRITE-ONE-INDEX-ENTRY
               VARYING WS-NDX-SUB FROM 1 BY 1
               UNTIL WS-NDX-SUB > WS-NDX-COUNT

           CLOSE MLAB-BKPNDX
       .

       532-WRITE-ONE-INDEX-ENTRY.
           MOVE WS-NDX-DATE (WS-NDX-SUB) TO NDX-BKUP-DATE
           MOVE WS-NDX-BATCH (WS-NDX-SUB) TO NDX-MAINT-BATCH
           MOVE WS-NDX-STEM (WS-NDX-SUB) TO NDX-GEN-STEM
           WRITE BKPNDX-RECORD
       .

       999-FINAL-ROUTINE.
           DISPLAY 'MASTERS UNLOADED AS ' WS-BKUP-STEM
               ' THROUGH MAINTENANCE BATCH ' WS-MAINT-BATCH
           DISPLAY 'GENERATIONS PURGED = ' WS-GENS-PURGED
               ' GENERATIONS ON FILE = ' WS-NDX-COUNT

           MOVE 0 TO RETURN-CODE
           GOBACK
       .
