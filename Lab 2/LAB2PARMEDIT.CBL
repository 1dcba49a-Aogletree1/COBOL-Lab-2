      *    MLAB-PARMCLN.TXT - CLEAN RECORDS, SAME LAYOUT AS THE RAW
      *                       FILE, READ BY Lab2MathLab
      *    MLAB-PARMREJ.TXT - EACH REJECTED RECORD WITH ITS REASON
      *    BOTH CARRY THE RUN-ID'S OWNING GROUP (RAW COLS 40-43)
      *    THROUGH UNEDITED, SO Lab2Burst CAN FILE EACH CLEAN RUN-ID
      *    AND EACH REJECT UNDER THE GROUP THAT OWNS IT
      *    MLAB-EDITRPT.TXT - REJECT LISTING PLUS COUNTS BY REASON
      *******
      * RETURN CODE
       01  RAW-RECORD          PIC X(80).
      *
       FD  MLAB-PARMCLN
           RECORD CONTAINS 43 CHARACTERS.
       01  CLEAN-RECORD.
           05  CLEAN-RUN-ID        PIC X(8).
           05  CLEAN-A             PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  CLEAN-D             PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  CLEAN-E             PIC S9(3)V99 SIGN LEADING SEPARATE.
           05  CLEAN-EQ-TYPE       PIC X.
           05  CLEAN-GROUP         PIC X(4).
      *
       FD  MLAB-PARMREJ
           RECORD CONTAINS 62 CHARACTERS.
       01  REJECT-RECORD.
           05  REJ-RAW-IMAGE       PIC X(43).
           05  FILLER              PIC X(2).
           05  REJ-REASON          PIC X(17).
      *
           05  WS-VALUE-SUB        PIC 9(2)    VALUE 0.
           05  WS-REASON-TEXT      PIC X(17)   VALUE SPACES.

      *    THE FIRST 43 RAW POSITIONS RESHAPED AS THE PARAMETER
      *    LAYOUT, WITH THE FIVE SIGN/DIGITS GROUPS AS A TABLE SO ONE
      *    EDIT PARAGRAPH CAN SWEEP ALL FIVE VALUES
       01  WS-PARM-WORK.
                   15  WS-PW-SIGN  PIC X.
                   15  WS-PW-DIGITS PIC X(5).
           05  WS-PW-EQ-TYPE       PIC X.
           05  WS-PW-GROUP         PIC X(4).

      *    RUN-IDS ALREADY PASSED THIS RUN, HELD SO A RE-KEYED
      *    RUN-ID REJECTS AS A DUPLICATE INSTEAD OF REACHING THE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE RAW-RECORD(1:43) TO WS-PARM-WORK
           END-READ
       .

