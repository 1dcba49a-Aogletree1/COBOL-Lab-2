       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Lab2MstReload.
       AUTHOR.  AUSTIN OGLETREE.
      ****************************************************************
      *    VERIFIED RELOAD OF AN INDEXED MASTER FROM A BACKUP
      *    GENERATION WRITTEN BY Lab2MstUnload.  THE GENERATION IS
      *    PROVED AGAINST ITS OWN TRAILER BEFORE THE MASTER IS
      *    TOUCHED, THE MASTER IS REBUILT FROM IT, AND THE REBUILT
      *    MASTER IS READ BACK AND PROVED AGAINST THE SAME TRAILER
      *    -- RECORD COUNT, KEY HASH AND VALUE HASH.  FOR THE
      *    PARAMETER MASTER THE REGISTER THEN LISTS EVERY JOURNAL
      *    BATCH APPLIED SINCE THE BACKUP WAS TAKEN, SO OPERATIONS
      *    KNOWS EXACTLY WHAT MUST BE REAPPLIED AFTER THE RESTORE.
      *******
      * REQUEST RECORD (MLAB-RLDREQ.TXT, ONE RECORD)
      *    COLS  1- 4   MASTER TO RELOAD - PARM OR TOL
      *    COLS  5-12   GENERATION DATE YYYYMMDD, BLANK = THE
      *                 LATEST GENERATION ON MLAB-BKPNDX.DAT
      *    COLS 13-20   THE REQUESTING OPERATOR'S USER-ID
      *    COL  21      C = CONVERT (PARM ONLY, SEE BELOW), ELSE BLANK
      *    THE DROP IS ONE-SHOT AND DELETED ONCE THE RELOAD HAS RUN
      *    OR BEEN REFUSED.  A REQUEST STOPPED BEFORE THE MASTER IS
      *    TOUCHED (BAD REQUEST, NO SUCH GENERATION, GENERATION
      *    FAILS ITS OWN PROOF) STAYS ON DISK TO BE CORRECTED
      *******
      * RECORD LENGTH
      *    THE GENERATION HEADER CARRIES THE MASTER RECORD LENGTH IT
      *    WAS UNLOADED AT.  IT MUST EQUAL THE LENGTH OF THE MASTER
      *    BEING REBUILT (67 PARM, 39 TOL) OR THE RELOAD IS REFUSED
      *    BEFORE THE MASTER IS TOUCHED -- A GENERATION FROM ANOTHER
      *    LAYOUT WOULD OTHERWISE LOAD SHIFTED OR TRUNCATED RECORDS
      *******
      * PARAMETER MASTER CONVERSION (63 TO 67 BYTES)
      *    THE OWNING GROUP WAS ADDED TO THE END OF THE PARAMETER
      *    MASTER RECORD, TAKING IT FROM 63 TO 67 BYTES.  THE LIVE
      *    MASTER IS CONVERTED ONCE, THROUGH THIS PROGRAM, FROM ITS
      *    LAST 63-BYTE GENERATION:
      *    1. WITH THE OLD PROGRAMS STILL IN PLACE, LET THE NIGHTLY
      *       Lab2MstUnload RUN (OR RUN IT BY HAND) AS THE LAST STEP
      *       BEFORE THE CHANGEOVER -- NO PARAMETER MAINTENANCE MAY
      *       RUN AFTER IT
      *    2. INSTALL THE NEW PROGRAMS
      *    3. DROP A REQUEST OF PARM, A BLANK DATE, THE USER-ID AND
      *       C IN COL 21, AND RUN THIS PROGRAM BEFORE ANY OTHER STEP
      *       OPENS THE MASTER.  THE 63-BYTE GENERATION IS PROVED TO
      *       ITS OWN TRAILER, THE MASTER IS REBUILT AT 67 BYTES WITH
      *       EVERY OWNING GROUP BLANK (REPORTED UNDER NONE UNTIL
      *       MAINTENANCE GIVES EACH RUN-ID ITS GROUP), AND THE NEW
      *       MASTER IS PROVED TO THE SAME TRAILER
      *    4. RUN Lab2MstUnload AT ONCE, SO THE NEWEST GENERATION IS
      *       IN THE NEW LAYOUT FOR ANY LATER ORDINARY RELOAD
      *    A CONVERSION PROVES WITH THE KEY HASH THE OLD UNLOAD
      *    WROTE, WHICH DID NOT COVER THE EQUATION TYPE OR GROUP.
      *    A 63-BYTE GENERATION CAN ONLY BE RELOADED THIS WAY, AND A
      *    CONVERSION ACCEPTS NOTHING BUT A 63-BYTE GENERATION
      *******
      * REQUESTER AUTHORITY
      *    RELOADING A MASTER REPLACES EVERY RECORD ON IT, SO THE
      *    REQUESTER MUST BE AN ACTIVE OPERATOR HOLDING PARM (OR
      *    TOL) AUTHORITY ON MLAB-OPERMST.DAT.  HONORED OR REFUSED,
      *    THE REQUEST IS WRITTEN TO THE SECURITY LOG
      *    MLAB-SECLOG.DAT
      *******
      * OUTPUTS
      *    MLAB-PARMMST.DAT OR MLAB-TOLMST.DAT - REBUILT
      *    MLAB-RLDRPT.TXT - RELOAD REGISTER: THE GENERATION USED,
      *                      THE PROOF TABLE AND THE JOURNAL
      *                      BATCHES TO REAPPLY
      *******
      * RETURN CODE
      *    0  = MASTER RELOADED AND PROVED, NOTHING TO REAPPLY
      *    4  = MASTER RELOADED AND PROVED, JOURNAL BATCHES TO
      *         REAPPLY ARE LISTED ON THE REGISTER
      *    8  = MASTER RELOADED BUT DOES NOT PROVE TO THE TRAILER
      *         -- DO NOT RUN AGAINST IT, RELOAD AGAIN
      *    16 = A FILE COULD NOT BE OPENED, THE REQUEST IS BAD OR
      *         REFUSED, THE GENERATION'S RECORD LENGTH IS WRONG FOR
      *         THE MASTER, OR THE GENERATION FAILS ITS OWN PROOF
      *         (THE MASTER IS LEFT UNTOUCHED)
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MLAB-RLDREQ
               ASSIGN TO DISK "MLAB-RLDREQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLDREQ-STATUS.

           SELECT MLAB-BKPNDX
               ASSIGN TO DISK "MLAB-BKPNDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPNDX-STATUS.

      *    THE GENERATION BEING RELOADED -- THE NAME IS BUILT AT RUN
      *    TIME FROM THE INDEX STEM AND THE MASTER'S SUFFIX
           SELECT MLAB-BKPIN
               ASSIGN TO DYNAMIC WS-BKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPIN-STATUS.

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

           SELECT MLAB-RLDRPT
               ASSIGN TO PRINTER "MLAB-RLDRPT.TXT"
               FILE STATUS IS WS-RLDRPT-STATUS.

           SELECT MLAB-RUNLOCK
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
      *
       FD  MLAB-RLDREQ
           RECORD CONTAINS 21 CHARACTERS.
       01  REQ-RECORD.
           05  REQ-MASTER          PIC X(4).
           05  REQ-GEN-DATE        PIC X(8).
           05  REQ-USER            PIC X(8).
           05  REQ-CONVERT         PIC X.
      *
       FD  MLAB-BKPNDX
           RECORD CONTAINS 38 CHARACTERS.
       01  BKPNDX-RECORD.
           05  NDX-BKUP-DATE       PIC 9(8).
           05  NDX-MAINT-BATCH     PIC 9(5).
           05  NDX-GEN-STEM        PIC X(25).
      *
      *    THE THREE GENERATION RECORD VIEWS -- SEE Lab2MstUnload
       FD  MLAB-BKPIN
           RECORD CONTAINS 80 CHARACTERS.
       01  GEN-HEADER-RECORD.
           05  GH-REC-TYPE         PIC X.
               88  GH-IS-HEADER            VALUE 'H'.
           05  GH-MASTER-ID        PIC X(4).
           05  GH-BKUP-DATE        PIC 9(8).
           05  GH-BKUP-TIME        PIC 9(6).
           05  GH-MAINT-BATCH      PIC 9(5).
           05  GH-RECORD-LENGTH    PIC 9(3).
           05  GH-MASTER-FILE      PIC X(16).
           05                      PIC X(37).
       01  GEN-DETAIL-RECORD.
           05  GD-REC-TYPE         PIC X.
               88  GD-IS-DETAIL            VALUE 'D'.
               88  GD-IS-TRAILER           VALUE 'T'.
           05  GD-IMAGE            PIC X(79).
       01  GEN-TRAILER-RECORD.
           05  GT-REC-TYPE         PIC X.
           05  GT-MASTER-ID        PIC X(4).
           05  GT-RECORD-COUNT     PIC 9(7).
           05  GT-KEY-HASH         PIC 9(15).
           05  GT-VALUE-HASH       PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05                      PIC X(37).
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
       FD  MLAB-RLDRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RLDRPT-RECORD       PIC X(80).
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
       01  WS-FILE-STATUSES.
           05  WS-RUNLOCK-STATUS   PIC XX      VALUE SPACES.
               88  WS-RUNLOCK-OK           VALUE '00'.
           05  WS-RLDREQ-STATUS    PIC XX      VALUE SPACES.
               88  WS-RLDREQ-OK            VALUE '00'.
           05  WS-BKPNDX-STATUS    PIC XX      VALUE SPACES.
               88  WS-BKPNDX-OK            VALUE '00'.
           05  WS-BKPIN-STATUS     PIC XX      VALUE SPACES.
               88  WS-BKPIN-OK             VALUE '00'.
           05  WS-PARMMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMMST-OK           VALUE '00'.
           05  WS-TOLMST-STATUS    PIC XX      VALUE SPACES.
               88  WS-TOLMST-OK            VALUE '00'.
           05  WS-PARMJRN-STATUS   PIC XX      VALUE SPACES.
               88  WS-PARMJRN-OK           VALUE '00'.
               88  WS-PARMJRN-NOT-FOUND    VALUE '35'.
           05  WS-RLDRPT-STATUS    PIC XX      VALUE SPACES.
               88  WS-RLDRPT-OK            VALUE '00'.
           05  WS-OPERMST-STATUS   PIC XX      VALUE SPACES.
               88  WS-OPERMST-OK           VALUE '00'.
               88  WS-OPR-REC-FOUND        VALUE '00'.
           05  WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
               88  WS-SECLOG-OK            VALUE '00'.
               88  WS-SECLOG-NOT-FOUND     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X       VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-TRAILER-SWITCH   PIC X       VALUE 'N'.
               88  WS-TRAILER-SEEN         VALUE 'Y'.
           05  WS-PROOF-SWITCH     PIC X       VALUE 'Y'.
               88  WS-PROOF-GOOD           VALUE 'Y'.
           05  WS-AUTH-SWITCH      PIC X       VALUE 'N'.
               88  WS-AUTH-GRANTED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-RELOADED PIC 9(7)    VALUE 0.
           05  WS-WRITE-FAILURES   PIC 9(5)    VALUE 0.
           05  WS-BAD-GEN-RECORDS  PIC 9(5)    VALUE 0.
           05  WS-BATCHES-LISTED   PIC 9(5)    VALUE 0.

       01  WS-REQUEST-WORK.
           05  WS-REQ-MASTER       PIC X(4)    VALUE SPACES.
               88  WS-RELOAD-PARM          VALUE 'PARM'.
               88  WS-RELOAD-TOL           VALUE 'TOL '.
           05  WS-REQ-GEN-DATE     PIC 9(8)    VALUE 0.
           05  WS-REQ-USER         PIC X(8)    VALUE SPACES.
           05  WS-REQ-CONVERT      PIC X       VALUE SPACE.
               88  WS-CONVERTING           VALUE 'C'.
      *        THE MASTER RECORD LENGTH THE GENERATION MUST CARRY
           05  WS-REQ-LENGTH       PIC 9(3)    VALUE 0.

      *    THE REQUEST JUDGED AGAINST THE OPERATOR MASTER AND
      *    WRITTEN TO THE SECURITY LOG
       01  WS-AUTH-WORK.
           05  WS-AUTH-CODE        PIC X(8)    VALUE 'RELOAD  '.
           05  WS-AUTH-USER        PIC X(8)    VALUE SPACES.
           05  WS-AUTH-OUTCOME     PIC X       VALUE SPACE.
           05  WS-AUTH-REASON      PIC X(24)   VALUE SPACES.
           05  WS-AUTH-DETAIL      PIC X(8)    VALUE SPACES.
           05  WS-AUTH-TIME        PIC 9(8)    VALUE 0.

       01  WS-CONSUME-CONTROL.
           05  WS-RLDREQ-FILE-NAME PIC X(15)
                                    VALUE 'MLAB-RLDREQ.TXT'.
           05  WS-DELETE-RETURN-CODE PIC S9(9) COMP-5.

       01  WS-BKUP-NAMES.
           05  WS-BKUP-STEM        PIC X(25)   VALUE SPACES.
           05  WS-BKUP-FILE-NAME   PIC X(29)   VALUE SPACES.

      *    EVERY GENERATION ON FILE, OLDEST FIRST, AS Lab2MstUnload
      *    LEFT THE INDEX
       01  WS-NDX-TABLE.
           05  WS-NDX-COUNT        PIC 9(3)    VALUE 0.
           05  WS-NDX-MAX          PIC 9(3)    VALUE 120.
           05  WS-NDX-ENTRY        OCCURS 120 TIMES.
               10  WS-NDX-DATE     PIC 9(8).
               10  WS-NDX-BATCH    PIC 9(5).
               10  WS-NDX-STEM     PIC X(25).

       01  WS-NDX-SUB              PIC 9(3)    VALUE 0.
       01  WS-GEN-SUB              PIC 9(3)    VALUE 0.

      *    THE GENERATION'S OWN HEADER AND TRAILER, HELD FOR THE
      *    RELOAD AND PROOF PASSES
       01  WS-GEN-HEADER.
           05  WS-GH-BKUP-DATE     PIC 9(8)    VALUE 0.
           05  WS-GH-BKUP-TIME     PIC 9(6)    VALUE 0.
           05  WS-GH-MAINT-BATCH   PIC 9(5)    VALUE 0.

       01  WS-GEN-TRAILER.
           05  WS-GT-COUNT         PIC 9(7)    VALUE 0.
           05  WS-GT-KEY-HASH      PIC 9(15)   VALUE 0.
           05  WS-GT-VALUE-HASH    PIC S9(13)V99 VALUE 0.

      *    COUNT AND HASH TOTALS -- THE SAME ARITHMETIC
      *    Lab2MstUnload USED TO WRITE THE TRAILER.  ACCUMULATED
      *    ONCE OVER THE GENERATION'S DETAIL AND AGAIN OVER THE
      *    RELOADED MASTER
       01  WS-HASH-TOTALS.
           05  WS-HASH-COUNT       PIC 9(7)    VALUE 0.
           05  WS-KEY-HASH         PIC 9(15)   VALUE 0.
           05  WS-VALUE-HASH       PIC S9(13)V99 VALUE 0.

      *    THE CHARACTERS FOLDED INTO THE KEY HASH -- THE RUN-ID,
      *    THEN ON THE PARAMETER MASTER THE EQUATION TYPE AND GROUP
      *    (NOT ON A CONVERSION, WHOSE TRAILER PREDATES THEM)
       01  WS-HASH-WORK.
           05  WS-HASH-KEY-TEXT    PIC X(13)   VALUE SPACES.
           05  WS-HASH-KEY-LENGTH  PIC 9(2)    VALUE 0.
           05  WS-CHAR-SUB         PIC 9(2)    VALUE 0.
           05  WS-VALUE-SUB        PIC 9(2)    VALUE 0.
           05  WS-CHAR-WEIGHT      PIC 9(5)    VALUE 0.

      *    A MASTER RECORD IMAGE LAID OUT FOR HASHING, WHICHEVER
      *    FILE IT CAME FROM
       01  WS-PARM-IMAGE.
           05  PI-RUN-ID           PIC X(8).
           05  PI-EFF-DATE         PIC 9(8).
           05  PI-VALUE            OCCURS 5 TIMES.
               10  PI-SIGN         PIC X.
               10  PI-DIGITS       PIC 9(5).
           05  PI-EQ-TYPE          PIC X.
           05                      PIC X(16).
           05  PI-GROUP            PIC X(4).

       01  WS-TOL-IMAGE.
           05  TI-RUN-ID           PIC X(8).
           05  TI-EXPECTED         PIC S9(5)V99
                                   SIGN LEADING SEPARATE.
           05  TI-TOLERANCE        PIC 9(5)V99.
           05                      PIC X(16).

      *    ONE JOURNAL BATCH BEING GATHERED FOR THE REAPPLY LIST
       01  WS-BATCH-WORK.
           05  WS-BW-BATCH         PIC 9(5)    VALUE 0.
           05  WS-BW-DATE          PIC 9(8)    VALUE 0.
           05  WS-BW-USER          PIC X(8)    VALUE SPACES.
           05  WS-BW-APPROVER      PIC X(8)    VALUE SPACES.
           05  WS-BW-ADDS          PIC 9(4)    VALUE 0.
           05  WS-BW-CHANGES       PIC 9(4)    VALUE 0.
           05  WS-BW-DELETES       PIC 9(4)    VALUE 0.

       01  WS-EDIT-DATE            PIC 9(8)    VALUE 0.
       01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05  WS-ED-YYYY          PIC 9(4).
           05  WS-ED-MM            PIC 9(2).
           05  WS-ED-DD            PIC 9(2).
       01  WS-EDIT-DATE-OUT        PIC X(10)   VALUE SPACES.

       01  WS-EDIT-TIME            PIC 9(6)    VALUE 0.
       01  WS-EDIT-TIME-R REDEFINES WS-EDIT-TIME.
           05  WS-ET-HH            PIC 9(2).
           05  WS-ET-MM            PIC 9(2).
           05  WS-ET-SS            PIC 9(2).
       01  WS-EDIT-TIME-OUT        PIC X(8)    VALUE SPACES.

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
                                   'MASTER RELOAD REGISTER'.
           05                  PIC X(3)    VALUE SPACE.
           05  HL-RUN-DATE     PIC X(10).
           05                  PIC X(1)    VALUE SPACE.
           05  HL-RUN-TIME     PIC X(8).

       01  NOTE-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  NOTE-LINE-TEXT  PIC X(60).

       01  PROOF-HEADING-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(19)    VALUE 'PROOF'.
           05                  PIC X(7)     VALUE 'RECORDS'.
           05                  PIC X(9)     VALUE SPACE.
           05                  PIC X(8)     VALUE 'KEY HASH'.
           05                  PIC X(9)     VALUE SPACE.
           05                  PIC X(10)    VALUE 'VALUE HASH'.

       01  PROOF-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  PF-CAPTION      PIC X(19).
           05  PF-COUNT        PIC ZZZZZZ9.
           05                  PIC X(2)     VALUE SPACE.
           05  PF-KEY-HASH     PIC Z(14)9.
           05                  PIC X(2)     VALUE SPACE.
           05  PF-VALUE-HASH   PIC -(13)9.99.
           05                  PIC X(1)     VALUE SPACE.
           05  PF-FLAG         PIC X(2).

       01  BATCH-HEADING-LINE.
           05                  PIC X(5)     VALUE ' '.
           05                  PIC X(7)     VALUE 'BATCH'.
           05                  PIC X(12)    VALUE 'APPLIED'.
           05                  PIC X(10)    VALUE 'KEYER'.
           05                  PIC X(10)    VALUE 'APPROVER'.
           05                  PIC X(6)     VALUE '  ADDS'.
           05                  PIC X(6)     VALUE '  CHGS'.
           05                  PIC X(6)     VALUE '  DELS'.

       01  BATCH-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  BL-BATCH        PIC 9(5).
           05                  PIC X(2)     VALUE SPACE.
           05  BL-DATE         PIC X(10).
           05                  PIC X(2)     VALUE SPACE.
           05  BL-USER         PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  BL-APPROVER     PIC X(8).
           05                  PIC X(2)     VALUE SPACE.
           05  BL-ADDS         PIC ZZZ9.
           05                  PIC X(2)     VALUE SPACE.
           05  BL-CHANGES      PIC ZZZ9.
           05                  PIC X(2)     VALUE SPACE.
           05  BL-DELETES      PIC ZZZ9.

       01  TRAILER-LINE.
           05                  PIC X(5)     VALUE ' '.
           05  TR-MESSAGE      PIC X(22).
           05  TR-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *
       000-CONTROL-MODULE.
           PERFORM 050-HOUSEKEEPING
           PERFORM 100-VERIFY-GENERATION
           PERFORM 200-RELOAD-MASTER
           PERFORM 300-PROVE-RELOAD
           PERFORM 600-LIST-WORK-TO-REAPPLY
           PERFORM 900-WRITE-TRAILER
           PERFORM 999-FINAL-ROUTINE
       .

       043-CHECK-OPERATOR-AUTHORITY.
      *    THE OPERATOR MASTER VOUCHES FOR THE USER-ID BEHIND A
      *    PRIVILEGED ACTION -- NO RECORD, A REVOKED RECORD OR A
      *    MISSING AUTHORITY FLAG ALL REFUSE IT.  NO MASTER AT ALL
      *    REFUSES EVERYTHING RATHER THAN TRUSTING EVERYBODY.  THE
      *    AUTHORITY NEEDED IS THE ONE THAT MAINTAINS THE MASTER
      *    BEING RELOADED

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
                       WHEN WS-RELOAD-PARM AND OPR-AUTH-PARM = 'Y'
                           MOVE 'Y' TO WS-AUTH-SWITCH
                       WHEN WS-RELOAD-TOL AND OPR-AUTH-TOL = 'Y'
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
               MOVE 'Lab2MstReload' TO SEC-PROGRAM
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
           PERFORM 052-READ-REQUEST
           PERFORM 053-CHECK-REQUESTER
           PERFORM 055-LOAD-BACKUP-INDEX
           PERFORM 056-FIND-GENERATION

           OPEN OUTPUT MLAB-RLDRPT
           IF NOT WS-RLDRPT-OK
               DISPLAY 'MLAB-RLDRPT.TXT COULD NOT BE OPENED, STATUS = '
                   WS-RLDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 057-STAMP-HEADING
           WRITE RLDRPT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING

           MOVE SPACES TO NOTE-LINE-TEXT
           IF WS-CONVERTING
               STRING 'CONVERTING PARM MASTER FROM '
                                         DELIMITED BY SIZE
                      WS-BKUP-FILE-NAME  DELIMITED BY SPACE
                   INTO NOTE-LINE-TEXT
               END-STRING
           ELSE
               STRING 'RELOADING '           DELIMITED BY SIZE
                      WS-REQ-MASTER          DELIMITED BY SPACE
                      ' MASTER FROM '        DELIMITED BY SIZE
                      WS-BKUP-FILE-NAME      DELIMITED BY SPACE
                   INTO NOTE-LINE-TEXT
               END-STRING
           END-IF
           MOVE NOTE-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE SPACES TO NOTE-LINE-TEXT
           STRING 'REQUESTED BY '        DELIMITED BY SIZE
                  WS-REQ-USER            DELIMITED BY SIZE
               INTO NOTE-LINE-TEXT
           END-STRING
           MOVE NOTE-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       052-READ-REQUEST.
           OPEN INPUT MLAB-RLDREQ
           IF NOT WS-RLDREQ-OK
               DISPLAY 'MLAB-RLDREQ.TXT COULD NOT BE OPENED, STATUS ='
                   WS-RLDREQ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ MLAB-RLDREQ
               AT END
                   DISPLAY 'MLAB-RLDREQ.TXT IS EMPTY - NO REQUEST'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               NOT AT END
                   MOVE REQ-MASTER TO WS-REQ-MASTER
                   MOVE REQ-USER TO WS-REQ-USER
                   MOVE REQ-CONVERT TO WS-REQ-CONVERT
           END-READ
           CLOSE MLAB-RLDREQ

           IF NOT WS-RELOAD-PARM AND NOT WS-RELOAD-TOL
               DISPLAY 'BAD MASTER ON RELOAD REQUEST: ' REQ-MASTER
                   ' - MUST BE PARM OR TOL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *    ONLY THE PARAMETER MASTER HAS EVER CHANGED LAYOUT

           IF WS-REQ-CONVERT NOT = SPACE
               IF NOT WS-CONVERTING OR NOT WS-RELOAD-PARM
                   DISPLAY 'BAD CONVERT FLAG ON RELOAD REQUEST: '
                       REQ-CONVERT ' - C IS FOR THE PARM MASTER ONLY'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-CONVERTING
                   MOVE 63 TO WS-REQ-LENGTH
               WHEN WS-RELOAD-PARM
                   MOVE 67 TO WS-REQ-LENGTH
               WHEN OTHER
                   MOVE 39 TO WS-REQ-LENGTH
           END-EVALUATE

      *    A BLANK DATE ASKS FOR THE LATEST GENERATION ON FILE

           IF REQ-GEN-DATE = SPACES
               MOVE 0 TO WS-REQ-GEN-DATE
           ELSE
               IF REQ-GEN-DATE NUMERIC
                   MOVE REQ-GEN-DATE TO WS-REQ-GEN-DATE
               ELSE
                   DISPLAY 'BAD GENERATION DATE ON RELOAD REQUEST: '
                       REQ-GEN-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       .

       053-CHECK-REQUESTER.
      *    A REFUSED REQUEST IS CONSUMED SO IT CANNOT FIRE LATER
      *    WHEN SOMEBODY IS GRANTED THE AUTHORITY

           MOVE WS-REQ-USER TO WS-AUTH-USER
           MOVE WS-REQ-MASTER TO WS-AUTH-DETAIL
           PERFORM 043-CHECK-OPERATOR-AUTHORITY

           IF WS-AUTH-GRANTED
               MOVE 'H' TO WS-AUTH-OUTCOME
               IF WS-CONVERTING
                   MOVE 'MASTER CONVERT REQUESTED' TO WS-AUTH-REASON
               ELSE
                   MOVE 'MASTER RELOAD REQUESTED' TO WS-AUTH-REASON
               END-IF
               PERFORM 044-WRITE-SECURITY-LOG
           ELSE
               MOVE 'R' TO WS-AUTH-OUTCOME
               PERFORM 044-WRITE-SECURITY-LOG
               DISPLAY 'RELOAD OF ' WS-REQ-MASTER
                   ' MASTER REFUSED - REQUESTER ' WS-REQ-USER ': '
                   WS-AUTH-REASON

               PERFORM 990-CONSUME-REQUEST

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
       .

       055-LOAD-BACKUP-INDEX.
           OPEN INPUT MLAB-BKPNDX
           IF NOT WS-BKPNDX-OK
               DISPLAY 'MLAB-BKPNDX.DAT COULD NOT BE OPENED, STATUS ='
                   WS-BKPNDX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 058-LOAD-ONE-INDEX-ENTRY
               UNTIL WS-END-OF-FILE
           CLOSE MLAB-BKPNDX
       .

       056-FIND-GENERATION.
      *    NO DATE MEANS THE NEWEST GENERATION -- THE LAST ENTRY ON
      *    THE OLDEST-FIRST INDEX.  A NAMED DATE MUST STILL BE ON
      *    FILE; A PURGED ONE CANNOT BE RELOADED

           MOVE 0 TO WS-GEN-SUB
           IF WS-REQ-GEN-DATE = 0
               MOVE WS-NDX-COUNT TO WS-GEN-SUB
           ELSE
               PERFORM 059-MATCH-ONE-INDEX-ENTRY
                   VARYING WS-NDX-SUB FROM 1 BY 1
                   UNTIL WS-NDX-SUB > WS-NDX-COUNT
           END-IF

           IF WS-GEN-SUB = 0
               DISPLAY 'NO BACKUP GENERATION ON FILE FOR '
                   WS-REQ-GEN-DATE ' - NOTHING RELOADED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-NDX-STEM (WS-GEN-SUB) TO WS-BKUP-STEM
           MOVE SPACES TO WS-BKUP-FILE-NAME
           IF WS-RELOAD-PARM
               STRING FUNCTION TRIM(WS-BKUP-STEM) DELIMITED BY SIZE
                      '.PRM' DELIMITED BY SIZE
                   INTO WS-BKUP-FILE-NAME
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-BKUP-STEM) DELIMITED BY SIZE
                      '.TOL' DELIMITED BY SIZE
                   INTO WS-BKUP-FILE-NAME
               END-STRING
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

       058-LOAD-ONE-INDEX-ENTRY.
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

       059-MATCH-ONE-INDEX-ENTRY.
           IF WS-NDX-DATE (WS-NDX-SUB) = WS-REQ-GEN-DATE
               MOVE WS-NDX-SUB TO WS-GEN-SUB
           END-IF
       .

       100-VERIFY-GENERATION.
      *    FIRST PASS: PROVE THE GENERATION AGAINST ITS OWN TRAILER
      *    BEFORE THE MASTER IS TOUCHED.  A TRUNCATED, MIXED-UP OR
      *    DAMAGED GENERATION STOPS THE STEP HERE WITH THE CURRENT
      *    MASTER STILL IN PLACE, AND THE REQUEST LEFT ON DISK TO BE
      *    POINTED AT ANOTHER GENERATION

           OPEN INPUT MLAB-BKPIN
           IF NOT WS-BKPIN-OK
               DISPLAY 'BACKUP FILE COULD NOT BE OPENED: '
                   WS-BKUP-FILE-NAME ' STATUS = ' WS-BKPIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 160-READ-GENERATION
           IF WS-END-OF-FILE
               OR NOT GH-IS-HEADER
               OR GH-MASTER-ID NOT = WS-REQ-MASTER
               DISPLAY WS-BKUP-FILE-NAME ' IS NOT A '
                   WS-REQ-MASTER ' BACKUP GENERATION - NOTHING '
                   'RELOADED'
               CLOSE MLAB-BKPIN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *    A GENERATION UNLOADED AT ANOTHER RECORD LENGTH WOULD
      *    RELOAD SHIFTED OR TRUNCATED RECORDS THAT COULD STILL
      *    PROVE ON THE FIELDS THE HASHES COVER -- REFUSED OUTRIGHT

           IF GH-RECORD-LENGTH NOT = WS-REQ-LENGTH
               MOVE 2 TO PROPER-SPACING
               MOVE
                   'WRONG GENERATION RECORD LENGTH - MASTER NOT TOUCHED'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO RLDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               DISPLAY WS-BKUP-FILE-NAME ' HOLDS ' GH-RECORD-LENGTH
                   '-BYTE RECORDS, ' WS-REQ-LENGTH ' EXPECTED - '
                   'NOTHING RELOADED'
               IF WS-RELOAD-PARM AND GH-RECORD-LENGTH = 63
                   DISPLAY 'A 63-BYTE PARM GENERATION RELOADS ONLY AS '
                       'A CONVERSION (C IN COL 21 OF THE REQUEST)'
               END-IF
               CLOSE MLAB-BKPIN
               CLOSE MLAB-RLDRPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE GH-BKUP-DATE TO WS-GH-BKUP-DATE
           MOVE GH-BKUP-TIME TO WS-GH-BKUP-TIME
           MOVE GH-MAINT-BATCH TO WS-GH-MAINT-BATCH

           PERFORM 150-CLEAR-HASH-TOTALS
           PERFORM 160-READ-GENERATION
           PERFORM 110-VERIFY-ONE-RECORD
               UNTIL WS-END-OF-FILE OR WS-TRAILER-SEEN
           CLOSE MLAB-BKPIN

           PERFORM 170-WRITE-BACKUP-NOTES
           WRITE RLDRPT-RECORD FROM PROOF-HEADING-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           MOVE 'GENERATION TRAILER' TO PF-CAPTION
           MOVE WS-GT-COUNT TO PF-COUNT
           MOVE WS-GT-KEY-HASH TO PF-KEY-HASH
           MOVE WS-GT-VALUE-HASH TO PF-VALUE-HASH
           MOVE SPACES TO PF-FLAG
           MOVE PROOF-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'GENERATION DETAIL' TO PF-CAPTION
           PERFORM 180-WRITE-PROOF-LINE

           IF NOT WS-TRAILER-SEEN
               MOVE 'N' TO WS-PROOF-SWITCH
               MOVE 'GENERATION HAS NO TRAILER - IT IS INCOMPLETE'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO RLDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF

           IF WS-BAD-GEN-RECORDS > 0
               MOVE 'N' TO WS-PROOF-SWITCH
               MOVE SPACES TO NOTE-LINE-TEXT
               STRING 'UNRECOGNISED GENERATION RECORDS = '
                          DELIMITED BY SIZE
                      WS-BAD-GEN-RECORDS DELIMITED BY SIZE
                   INTO NOTE-LINE-TEXT
               END-STRING
               MOVE NOTE-LINE TO RLDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF

           IF NOT WS-PROOF-GOOD
               MOVE 2 TO PROPER-SPACING
               MOVE 'GENERATION FAILS ITS PROOF - MASTER NOT TOUCHED'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO RLDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               DISPLAY WS-BKUP-FILE-NAME ' FAILS ITS TRAILER PROOF '
                   '- NOTHING RELOADED'
               CLOSE MLAB-RLDRPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
       .

       110-VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN GD-IS-DETAIL
                   PERFORM 120-HASH-GEN-DETAIL
               WHEN GD-IS-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SWITCH
                   MOVE GT-RECORD-COUNT TO WS-GT-COUNT
                   MOVE GT-KEY-HASH TO WS-GT-KEY-HASH
                   MOVE GT-VALUE-HASH TO WS-GT-VALUE-HASH
               WHEN OTHER
                   ADD 1 TO WS-BAD-GEN-RECORDS
           END-EVALUATE

           IF NOT WS-TRAILER-SEEN
               PERFORM 160-READ-GENERATION
           END-IF
       .

       120-HASH-GEN-DETAIL.
           IF WS-RELOAD-PARM
               MOVE GD-IMAGE TO WS-PARM-IMAGE
               PERFORM 500-HASH-PARM-IMAGE
           ELSE
               MOVE GD-IMAGE TO WS-TOL-IMAGE
               PERFORM 510-HASH-TOL-IMAGE
           END-IF
       .

       150-CLEAR-HASH-TOTALS.
           MOVE 0 TO WS-HASH-COUNT
           MOVE 0 TO WS-KEY-HASH
           MOVE 0 TO WS-VALUE-HASH
       .

       160-READ-GENERATION.
           READ MLAB-BKPIN
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
       .

       170-WRITE-BACKUP-NOTES.
           MOVE WS-GH-BKUP-DATE TO WS-EDIT-DATE
           PERFORM 410-EDIT-DATE
           MOVE WS-GH-BKUP-TIME TO WS-EDIT-TIME
           PERFORM 420-EDIT-TIME

           MOVE SPACES TO NOTE-LINE-TEXT
           STRING 'BACKUP TAKEN '        DELIMITED BY SIZE
                  WS-EDIT-DATE-OUT       DELIMITED BY SIZE
                  ' AT '                 DELIMITED BY SIZE
                  WS-EDIT-TIME-OUT       DELIMITED BY SIZE
                  ' THROUGH BATCH '     DELIMITED BY SIZE
                  WS-GH-MAINT-BATCH      DELIMITED BY SIZE
               INTO NOTE-LINE-TEXT
           END-STRING
           MOVE NOTE-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 3 TO PROPER-SPACING
       .

       180-WRITE-PROOF-LINE.
      *    PRINT THE TOTALS JUST ACCUMULATED AGAINST THE TRAILER,
      *    FLAGGING ANY DISAGREEMENT

           MOVE WS-HASH-COUNT TO PF-COUNT
           MOVE WS-KEY-HASH TO PF-KEY-HASH
           MOVE WS-VALUE-HASH TO PF-VALUE-HASH
           IF WS-HASH-COUNT = WS-GT-COUNT
               AND WS-KEY-HASH = WS-GT-KEY-HASH
               AND WS-VALUE-HASH = WS-GT-VALUE-HASH
               MOVE 'OK' TO PF-FLAG
           ELSE
               MOVE '**' TO PF-FLAG
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF
           MOVE PROOF-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       200-RELOAD-MASTER.
      *    SECOND PASS: REBUILD THE MASTER FROM SCRATCH.  THE
      *    GENERATION WAS UNLOADED IN KEY ORDER, SO THE DETAIL CAN
      *    BE WRITTEN STRAIGHT BACK IN SEQUENCE

           OPEN INPUT MLAB-BKPIN
           IF NOT WS-BKPIN-OK
               DISPLAY 'BACKUP FILE COULD NOT BE REOPENED: '
                   WS-BKUP-FILE-NAME ' STATUS = ' WS-BKPIN-STATUS
               CLOSE MLAB-RLDRPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-RELOAD-PARM
               OPEN OUTPUT MLAB-PARMMST
               IF NOT WS-PARMMST-OK
                   DISPLAY 'MLAB-PARMMST.DAT COULD NOT BE OPENED, '
                       'STATUS = ' WS-PARMMST-STATUS
                   CLOSE MLAB-RLDRPT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               OPEN OUTPUT MLAB-TOLMST
               IF NOT WS-TOLMST-OK
                   DISPLAY 'MLAB-TOLMST.DAT COULD NOT BE OPENED, '
                       'STATUS = ' WS-TOLMST-STATUS
                   CLOSE MLAB-RLDRPT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-TRAILER-SWITCH
           PERFORM 160-READ-GENERATION
           PERFORM 160-READ-GENERATION
           PERFORM 210-RELOAD-ONE-RECORD
               UNTIL WS-END-OF-FILE OR WS-TRAILER-SEEN

           CLOSE MLAB-BKPIN
           IF WS-RELOAD-PARM
               CLOSE MLAB-PARMMST
           ELSE
               CLOSE MLAB-TOLMST
           END-IF
       .

       210-RELOAD-ONE-RECORD.
           IF GD-IS-TRAILER
               MOVE 'Y' TO WS-TRAILER-SWITCH
           ELSE
               IF WS-RELOAD-PARM
                   MOVE GD-IMAGE TO MST-RECORD
                   IF WS-CONVERTING
                       MOVE SPACES TO MST-GROUP
                   END-IF
                   WRITE MST-RECORD
                   IF WS-PARMMST-OK
                       ADD 1 TO WS-RECORDS-RELOADED
                   ELSE
                       ADD 1 TO WS-WRITE-FAILURES
                       DISPLAY 'WARNING: MASTER WRITE FAILED, STATUS = '
                           WS-PARMMST-STATUS ' FOR ' MST-KEY
                   END-IF
               ELSE
                   MOVE GD-IMAGE TO TOL-RECORD
                   WRITE TOL-RECORD
                   IF WS-TOLMST-OK
                       ADD 1 TO WS-RECORDS-RELOADED
                   ELSE
                       ADD 1 TO WS-WRITE-FAILURES
                       DISPLAY 'WARNING: MASTER WRITE FAILED, STATUS = '
                           WS-TOLMST-STATUS ' FOR ' TOL-RUN-ID
                   END-IF
               END-IF
               PERFORM 160-READ-GENERATION
           END-IF
       .

       300-PROVE-RELOAD.
      *    THIRD PASS: READ THE REBUILT MASTER BACK AND PROVE IT TO
      *    THE SAME TRAILER.  THIS IS THE PROOF THAT MATTERS -- IT
      *    IS TAKEN FROM THE MASTER THE NEXT RUN WILL ACTUALLY READ

           PERFORM 150-CLEAR-HASH-TOTALS
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-RELOAD-PARM
               OPEN INPUT MLAB-PARMMST
               IF WS-PARMMST-OK
                   PERFORM 310-PROVE-ONE-PARM-RECORD
                       UNTIL WS-END-OF-FILE
                   CLOSE MLAB-PARMMST
               ELSE
                   DISPLAY 'MLAB-PARMMST.DAT COULD NOT BE REOPENED, '
                       'STATUS = ' WS-PARMMST-STATUS
               END-IF
           ELSE
               OPEN INPUT MLAB-TOLMST
               IF WS-TOLMST-OK
                   PERFORM 320-PROVE-ONE-TOL-RECORD
                       UNTIL WS-END-OF-FILE
                   CLOSE MLAB-TOLMST
               ELSE
                   DISPLAY 'MLAB-TOLMST.DAT COULD NOT BE REOPENED, '
                       'STATUS = ' WS-TOLMST-STATUS
               END-IF
           END-IF

           MOVE 'RELOADED MASTER' TO PF-CAPTION
           PERFORM 180-WRITE-PROOF-LINE

           MOVE 2 TO PROPER-SPACING
           IF WS-WRITE-FAILURES > 0
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF

           IF WS-PROOF-GOOD
               MOVE 'RELOADED MASTER PROVES TO THE BACKUP TRAILER'
                   TO NOTE-LINE-TEXT
           ELSE
               MOVE 'MASTER DOES NOT PROVE - DO NOT RUN, RELOAD AGAIN'
                   TO NOTE-LINE-TEXT
           END-IF
           MOVE NOTE-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 3 TO PROPER-SPACING
       .

       310-PROVE-ONE-PARM-RECORD.
           READ MLAB-PARMMST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE MST-RECORD TO WS-PARM-IMAGE
                   PERFORM 500-HASH-PARM-IMAGE
           END-READ
       .

       320-PROVE-ONE-TOL-RECORD.
           READ MLAB-TOLMST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE TOL-RECORD TO WS-TOL-IMAGE
                   PERFORM 510-HASH-TOL-IMAGE
           END-READ
       .

       400-WRITE-A-LINE.

           WRITE RLDRPT-RECORD
               AFTER ADVANCING PROPER-SPACING
       .

       410-EDIT-DATE.
           MOVE SPACES TO WS-EDIT-DATE-OUT
           STRING WS-ED-MM   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-ED-DD   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-ED-YYYY DELIMITED BY SIZE
               INTO WS-EDIT-DATE-OUT
           END-STRING
       .

       420-EDIT-TIME.
           MOVE SPACES TO WS-EDIT-TIME-OUT
           STRING WS-ET-HH   DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-ET-MM   DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-ET-SS   DELIMITED BY SIZE
               INTO WS-EDIT-TIME-OUT
           END-STRING
       .

       500-HASH-PARM-IMAGE.
           ADD 1 TO WS-HASH-COUNT
           MOVE SPACES TO WS-HASH-KEY-TEXT
           MOVE PI-RUN-ID TO WS-HASH-KEY-TEXT(1:8)
           IF WS-CONVERTING
               MOVE 8 TO WS-HASH-KEY-LENGTH
           ELSE
               MOVE PI-EQ-TYPE TO WS-HASH-KEY-TEXT(9:1)
               MOVE PI-GROUP TO WS-HASH-KEY-TEXT(10:4)
               MOVE 13 TO WS-HASH-KEY-LENGTH
           END-IF
           PERFORM 520-HASH-ONE-KEY-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-HASH-KEY-LENGTH
           ADD PI-EFF-DATE TO WS-KEY-HASH
           PERFORM 505-HASH-ONE-PARM-VALUE
               VARYING WS-VALUE-SUB FROM 1 BY 1
               UNTIL WS-VALUE-SUB > 5
       .

       505-HASH-ONE-PARM-VALUE.
           IF PI-DIGITS (WS-VALUE-SUB) NUMERIC
               IF PI-SIGN (WS-VALUE-SUB) = '-'
                   SUBTRACT PI-DIGITS (WS-VALUE-SUB)
                       FROM WS-VALUE-HASH
               ELSE
                   ADD PI-DIGITS (WS-VALUE-SUB) TO WS-VALUE-HASH
               END-IF
           END-IF
       .

       510-HASH-TOL-IMAGE.
           ADD 1 TO WS-HASH-COUNT
           MOVE SPACES TO WS-HASH-KEY-TEXT
           MOVE TI-RUN-ID TO WS-HASH-KEY-TEXT(1:8)
           MOVE 8 TO WS-HASH-KEY-LENGTH
           PERFORM 520-HASH-ONE-KEY-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-HASH-KEY-LENGTH
           ADD TI-EXPECTED TO WS-VALUE-HASH
           ADD TI-TOLERANCE TO WS-VALUE-HASH
       .

       520-HASH-ONE-KEY-CHAR.
           COMPUTE WS-CHAR-WEIGHT =
               FUNCTION ORD(WS-HASH-KEY-TEXT(WS-CHAR-SUB:1))
                   * WS-CHAR-SUB
           ADD WS-CHAR-WEIGHT TO WS-KEY-HASH
       .

       600-LIST-WORK-TO-REAPPLY.
      *    EVERYTHING THE MASTER HELD AFTER THE BACKUP WAS TAKEN IS
      *    GONE NOW.  PARAMETER MAINTENANCE IS JOURNALLED UNDER
      *    BATCH NUMBERS, SO EVERY BATCH NUMBERED ABOVE THE ONE ON
      *    THE HEADER WAS APPLIED SINCE AND IS LISTED TO BE
      *    REAPPLIED.  TOLERANCE MAINTENANCE HAS NO JOURNAL -- THE
      *    REGISTER SAYS SO AND GIVES THE CUT-OFF TO WORK FROM

           IF WS-RELOAD-PARM
               PERFORM 610-LIST-JOURNAL-BATCHES
           ELSE
               MOVE WS-GH-BKUP-DATE TO WS-EDIT-DATE
               PERFORM 410-EDIT-DATE
               MOVE WS-GH-BKUP-TIME TO WS-EDIT-TIME
               PERFORM 420-EDIT-TIME

               MOVE 'TOLERANCE MAINTENANCE IS NOT JOURNALLED - REAPPLY'
                   TO NOTE-LINE-TEXT
               MOVE NOTE-LINE TO RLDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING

               MOVE SPACES TO NOTE-LINE-TEXT
               STRING 'EVERY TOLMAINT REGISTER SINCE ' DELIMITED BY SIZE
                      WS-EDIT-DATE-OUT       DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      WS-EDIT-TIME-OUT       DELIMITED BY SIZE
                   INTO NOTE-LINE-TEXT
               END-STRING
               MOVE NOTE-LINE TO RLDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
           END-IF
       .

       610-LIST-JOURNAL-BATCHES.
           MOVE SPACES TO NOTE-LINE-TEXT
           STRING 'JOURNAL BATCHES APPLIED SINCE BATCH '
                      DELIMITED BY SIZE
                  WS-GH-MAINT-BATCH DELIMITED BY SIZE
                  ' - REAPPLY:' DELIMITED BY SIZE
               INTO NOTE-LINE-TEXT
           END-STRING
           MOVE NOTE-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           OPEN INPUT MLAB-PARMJRN
           IF NOT WS-PARMJRN-OK
               IF WS-PARMJRN-NOT-FOUND
                   MOVE 'NO PARAMETER JOURNAL ON FILE' TO NOTE-LINE-TEXT
               ELSE
                   MOVE SPACES TO NOTE-LINE-TEXT
                   STRING 'WARNING: MLAB-PARMJRN.DAT NOT READABLE, '
                              DELIMITED BY SIZE
                          'STATUS = ' DELIMITED BY SIZE
                          WS-PARMJRN-STATUS DELIMITED BY SIZE
                       INTO NOTE-LINE-TEXT
                   END-STRING
                   DISPLAY 'WARNING: MLAB-PARMJRN.DAT COULD NOT BE '
                       'OPENED, STATUS = ' WS-PARMJRN-STATUS
               END-IF
               MOVE NOTE-LINE TO RLDRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           ELSE
               WRITE RLDRPT-RECORD FROM BATCH-HEADING-LINE
                   AFTER ADVANCING PROPER-SPACING
               MOVE 1 TO PROPER-SPACING

               MOVE 0 TO WS-BW-BATCH
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 620-SCAN-ONE-JOURNAL-ENTRY
                   UNTIL WS-END-OF-FILE
               IF WS-BW-BATCH > 0
                   PERFORM 630-WRITE-BATCH-LINE
               END-IF
               CLOSE MLAB-PARMJRN

               IF WS-BATCHES-LISTED = 0
                   MOVE 'NONE - THE BACKUP HOLDS EVERY JOURNALLED BATCH'
                       TO NOTE-LINE-TEXT
                   MOVE NOTE-LINE TO RLDRPT-RECORD
                   PERFORM 400-WRITE-A-LINE
               END-IF
           END-IF
       .

       620-SCAN-ONE-JOURNAL-ENTRY.
      *    THE JOURNAL IS APPEND-ONLY, SO ONE BATCH'S ENTRIES SIT
      *    TOGETHER IN BATCH ORDER -- A CHANGE OF BATCH NUMBER CLOSES
      *    OFF THE ONE BEING GATHERED

           READ MLAB-PARMJRN
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JRN-BATCH > WS-GH-MAINT-BATCH
                       IF JRN-BATCH NOT = WS-BW-BATCH
                           IF WS-BW-BATCH > 0
                               PERFORM 630-WRITE-BATCH-LINE
                           END-IF
                           MOVE JRN-BATCH TO WS-BW-BATCH
                           MOVE JRN-DATE TO WS-BW-DATE
                           MOVE JRN-USER TO WS-BW-USER
                           MOVE JRN-APPROVER TO WS-BW-APPROVER
                           MOVE 0 TO WS-BW-ADDS
                           MOVE 0 TO WS-BW-CHANGES
                           MOVE 0 TO WS-BW-DELETES
                       END-IF
                       EVALUATE JRN-ACTION
                           WHEN 'A'
                               ADD 1 TO WS-BW-ADDS
                           WHEN 'C'
                               ADD 1 TO WS-BW-CHANGES
                           WHEN 'D'
                               ADD 1 TO WS-BW-DELETES
                       END-EVALUATE
                   END-IF
           END-READ
       .

       630-WRITE-BATCH-LINE.
      *    A BACK-OUT IS JOURNALLED WITH NO APPROVER -- SHOW IT AS
      *    ONE SO IT IS REAPPLIED THROUGH Lab2ParmBkout, NOT KEYED

           ADD 1 TO WS-BATCHES-LISTED
           MOVE WS-BW-BATCH TO BL-BATCH
           MOVE WS-BW-DATE TO WS-EDIT-DATE
           PERFORM 410-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO BL-DATE
           MOVE WS-BW-USER TO BL-USER
           IF WS-BW-APPROVER = SPACES
               MOVE 'BACK-OUT' TO BL-APPROVER
           ELSE
               MOVE WS-BW-APPROVER TO BL-APPROVER
           END-IF
           MOVE WS-BW-ADDS TO BL-ADDS
           MOVE WS-BW-CHANGES TO BL-CHANGES
           MOVE WS-BW-DELETES TO BL-DELETES
           MOVE BATCH-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       900-WRITE-TRAILER.
           MOVE 3 TO PROPER-SPACING
           MOVE 'RECORDS RELOADED =    ' TO TR-MESSAGE
           MOVE WS-RECORDS-RELOADED TO TR-COUNT
           MOVE TRAILER-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 2 TO PROPER-SPACING
           MOVE 'WRITE FAILURES =      ' TO TR-MESSAGE
           MOVE WS-WRITE-FAILURES TO TR-COUNT
           MOVE TRAILER-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE

           MOVE 'BATCHES TO REAPPLY =  ' TO TR-MESSAGE
           MOVE WS-BATCHES-LISTED TO TR-COUNT
           MOVE TRAILER-LINE TO RLDRPT-RECORD
           PERFORM 400-WRITE-A-LINE
       .

       990-CONSUME-REQUEST.
           CALL 'CBL_DELETE_FILE' USING WS-RLDREQ-FILE-NAME
               RETURNING WS-DELETE-RETURN-CODE
           END-CALL

           IF WS-DELETE-RETURN-CODE NOT = 0
               DISPLAY 'WARNING: REQUEST FILE DELETE FAILED, RC = '
                   WS-DELETE-RETURN-CODE
                   ' - REMOVE MLAB-RLDREQ.TXT BY HAND'
           END-IF
       .

       999-FINAL-ROUTINE.
           CLOSE MLAB-RLDRPT

      *    THE MASTER HAS BEEN REPLACED, PROVED OR NOT -- THE
      *    REQUEST HAS DONE ITS WORK AND MUST NOT FIRE AGAIN
           PERFORM 990-CONSUME-REQUEST

           DISPLAY WS-REQ-MASTER ' MASTER RELOADED FROM '
               WS-BKUP-FILE-NAME ' RECORDS = ' WS-RECORDS-RELOADED
               ' BATCHES TO REAPPLY = ' WS-BATCHES-LISTED
           IF WS-CONVERTING AND WS-PROOF-GOOD
               DISPLAY 'PARM MASTER CONVERTED TO 67 BYTES - RUN '
                   'Lab2MstUnload NOW FOR A GENERATION IN THE NEW '
                   'LAYOUT'
           END-IF

      *    SET A JOB-LEVEL RETURN CODE SO THE OPERATOR CAN TELL,
      *    WITHOUT READING THE REGISTER, WHETHER THE MASTER PROVED
      *    AND WHETHER ANYTHING MUST BE REAPPLIED
           IF NOT WS-PROOF-GOOD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BATCHES-LISTED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK
       .
