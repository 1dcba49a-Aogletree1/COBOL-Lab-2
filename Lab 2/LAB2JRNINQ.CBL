      *    THIS RUN-ID, AND TO WHAT" AND "WHAT DID THIS USER KEY"
      *    WITHOUT A DIG THROUGH THE FILED PAPER REGISTERS: EVERY
      *    MATCHING JOURNAL ENTRY IS PRINTED WITH ITS BATCH, DATE,
      *    TIME, KEYER, APPROVER AND THE BEFORE/AFTER MASTER
      *    IMAGES.  A USER-ID INQUIRY PULLS WHAT THE USER KEYED AND
      *    WHAT THE USER APPROVED.
      *******
      * REQUEST RECORD (MLAB-JRNREQ.TXT, ONE RECORD)
      *    COL   1      FILTER: R = RUN-ID, U = USER-ID, B = BATCH
           05  REQ-VALUE           PIC X(8).
      *
       FD  MLAB-PARMJRN
           RECORD CONTAINS 186 CHARACTERS.
       01  JRN-RECORD.
           05  JRN-BATCH           PIC 9(5).
           05  JRN-DATE            PIC 9(8).
           05  JRN-AFTER-R REDEFINES JRN-AFTER.
               10  JRN-AFT-SHORT   PIC X(47).
               10  FILLER          PIC X(16).
           05  JRN-APPROVER        PIC X(8).
           05  JRN-BEFORE-GROUP    PIC X(4).
           05  JRN-AFTER-GROUP     PIC X(4).
      *
       FD  MLAB-JRNRPT
           RECORD CONTAINS 80 CHARACTERS.
           05                  PIC X(10)    VALUE ' '.
           05  IM-CAPTION      PIC X(9).
           05  IM-IMAGE        PIC X(47).
           05                  PIC X(1)     VALUE SPACE.
           05  IM-GROUP        PIC X(4).

       01  TRAILER-LINE.
           05                  PIC X(5)     VALUE ' '.
               WHEN WS-REQ-FILTER = 'U'
                   AND JRN-USER = WS-REQ-VALUE
                   MOVE 'Y' TO WS-MATCH-SWITCH
               WHEN WS-REQ-FILTER = 'U'
                   AND JRN-APPROVER = WS-REQ-VALUE
                   MOVE 'Y' TO WS-MATCH-SWITCH
               WHEN WS-REQ-FILTER = 'B'
                   AND JRN-BATCH = WS-REQ-BATCH
                   MOVE 'Y' TO WS-MATCH-SWITCH

      *    THE 47-BYTE CUT OF EACH IMAGE (RUN-ID, EFFECTIVE DATE,
      *    VALUES, EQUATION TYPE) IS WHAT FITS AND WHAT A READER
      *    NEEDS -- THE MAINT STAMPS ARE ALREADY ON THE ENTRY LINE.
      *    THE OWNING GROUP IS PRINTED AFTER IT, BLANK ON ENTRIES
      *    JOURNALLED BEFORE RUN-IDS CARRIED ONE.
      *    ENTRIES FROM BEFORE MAKER-CHECKER, AND BACK-OUTS, HAVE NO
      *    APPROVER AND PRINT NO APPROVER LINE

           IF JRN-APPROVER NOT = SPACES
               MOVE 'CHECKER: ' TO IM-CAPTION
               MOVE JRN-APPROVER TO IM-IMAGE
               MOVE SPACES TO IM-GROUP
               MOVE IMAGE-LINE TO JRNRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF

           IF JRN-BEFORE NOT = SPACES
               MOVE 'BEFORE:  ' TO IM-CAPTION
               MOVE JRN-BEF-SHORT TO IM-IMAGE
               MOVE JRN-BEFORE-GROUP TO IM-GROUP
               MOVE IMAGE-LINE TO JRNRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
           IF JRN-AFTER NOT = SPACES
               MOVE 'AFTER:   ' TO IM-CAPTION
               MOVE JRN-AFT-SHORT TO IM-IMAGE
               MOVE JRN-AFTER-GROUP TO IM-GROUP
               MOVE IMAGE-LINE TO JRNRPT-RECORD
               PERFORM 400-WRITE-A-LINE
           END-IF
