      *    WEEKEND.
      *******
      * OUTPUTS
      *    MLAB-PARMS.TXT   - THE VERSIONS IN FORCE, RAW LAYOUT,
      *                       WITH THE OWNING GROUP OF THE VERSION
      *                       IN FORCE IN COLS 40-43 SO THE MATH RUN
      *                       AND THE REPORT BURST KNOW WHOSE IT IS
      *    MLAB-PENDRPT.TXT - DATED VERSIONS NOT YET IN FORCE, AND
      *                       ANY RUN-ID WITH NO VERSION IN FORCE
      *******
       FILE SECTION.
      *
       FD  MLAB-PARMMST
           RECORD CONTAINS 67 CHARACTERS.
       01  MST-RECORD.
           05  MST-KEY.
               10  MST-RUN-ID      PIC X(8).
           05  MST-EQ-TYPE         PIC X.
           05  MST-MAINT-DATE      PIC 9(8).
           05  MST-MAINT-USER      PIC X(8).
           05  MST-GROUP           PIC X(4).
      *
       FD  MLAB-PARMS
           RECORD CONTAINS 43 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-RUN-ID         PIC X(8).
           05  PARM-VALUES         PIC X(30).
           05  PARM-EQ-TYPE        PIC X.
           05  PARM-GROUP          PIC X(4).
      *
      *    OPTIONAL AS-OF DATE DROP -- SAME "DROP A FILE INSTEAD OF
      *    RECOMPILING" CONVENTION AS THE OTHER CONTROL FILES.
           05  WS-HOLD-RUN-ID      PIC X(8)    VALUE SPACES.
           05  WS-HOLD-VALUES      PIC X(30)   VALUE SPACES.
           05  WS-HOLD-EQ-TYPE     PIC X       VALUE SPACE.
           05  WS-HOLD-GROUP       PIC X(4)    VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC 9(8).
           IF MST-EFF-DATE <= WS-EXTRACT-DATE
               MOVE MST-VALUES TO WS-HOLD-VALUES
               MOVE MST-EQ-TYPE TO WS-HOLD-EQ-TYPE
               MOVE MST-GROUP TO WS-HOLD-GROUP
               MOVE 'Y' TO WS-HOLD-SWITCH
           ELSE
               ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-HOLD-RUN-ID TO PARM-RUN-ID
                   MOVE WS-HOLD-VALUES TO PARM-VALUES
                   MOVE WS-HOLD-EQ-TYPE TO PARM-EQ-TYPE
                   MOVE WS-HOLD-GROUP TO PARM-GROUP
                   WRITE PARM-RECORD
                   ADD 1 TO WS-SETS-EXTRACTED
               ELSE
