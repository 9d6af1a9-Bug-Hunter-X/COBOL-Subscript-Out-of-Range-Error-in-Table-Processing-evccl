      *    would, and writes the records that now pass to a corrected
      *    resubmission feed (RESUBMIT) led by the same "HD" + record
      *    count header TABLEBLD expects on INFILE, so the feed goes
      *    straight back in as the next run's input.  The header
      *    also carries the run date in columns 13-20, the feed date
      *    RCVCTL logs when the feed is received back.
      *    A record still failing - no correction card, or a card that
      *    does not cure it - is carried forward on REJCARRY with an
      *    age count, the way OVRFLOW records age: the prior run's
      *    of rotting silently.
      *    Driven by a FIXPARM control card file: REJECT-AGE-LIMIT=nnn
      *    runs (default 3) before an unrepaired record escalates.
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJFIX.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-OUT-STATUS.

      *    The same reference file TABLEBLD edits against, so a
      *    repaired record is held to the codes in force today.
      *    Layout in REFCODES.cpy.
           SELECT REFERENCE-FILE
               ASSIGN TO "REFCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

           SELECT REPAIR-REPORT-FILE
               ASSIGN TO "FIXRPT"
               ORGANIZATION IS SEQUENTIAL
       01  RESUBMIT-HEADER-RECORD REDEFINES RESUBMIT-RECORD.
           05  RS-REC-TYPE             PIC X(2).
           05  RS-RECORD-COUNT         PIC 9(5).
           05  FILLER                  PIC X(5).
           05  RS-FEED-DATE            PIC 9(8).
           05  FILLER                  PIC X(60).

       FD  CARRY-OUT-FILE
           RECORDING MODE IS F
           05  CO-REASON-CODE          PIC X(2).
           05  CO-AGE-COUNT            PIC 9(3).

       FD  REFERENCE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REFERENCE-RECORD.
           05  RF-CODE-TYPE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  RF-CODE                 PIC X(3).
           05  FILLER                  PIC X(1).
           05  RF-ACTIVE-FLAG          PIC X(1).
           05  FILLER                  PIC X(1).
           05  RF-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RF-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(33).

       FD  REPAIR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  ALERT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY REFCODES.
           COPY ALERTREC.
           COPY CYCLINK.
       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-REJECT-IN-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-CARRY-OUT-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-REFERENCE-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X(1)  VALUE "N".
           05  WS-REFERENCE-EOF        PIC X(1)  VALUE "N".
           05  WS-REJECT-IN-EOF        PIC X(1)  VALUE "N".
           05  WS-CARRY-IN-EOF         PIC X(1)  VALUE "N".
           05  WS-FIX-CARD-EOF         PIC X(1)  VALUE "N".
           05  ED-STATUS-CODE          PIC X(2).
      *        The approved status code list agreed with the source
      *        system - keep in step with 2600-EDIT-INPUT-RECORD's
      *        copy in TABLEBLD.  Used only when no REFCODES file
      *        is present.
               88  ED-STATUS-APPROVED  VALUES "AC" "IN" "PN"
                                              "SU" "CL".
           05  ED-COMPANY-CODE         PIC X(3).
           88  WS-REJECT-BAD-EFF-DATE          VALUE "03".
           88  WS-REJECT-BAD-STATUS            VALUE "04".
           88  WS-REJECT-NO-COMPANY            VALUE "05".
           88  WS-REJECT-BAD-COMPANY           VALUE "06".

       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.

           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-PARM-CARDS
           PERFORM 1800-LOAD-REFERENCE-CODES
           PERFORM 2000-LOAD-FIX-CARDS
           PERFORM 3000-PROCESS-REJECT-FILE
           PERFORM 3500-PROCESS-CARRY-FILE
           PERFORM 8000-UPDATE-RESUBMIT-HEADER
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "REJFIX" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "REJFIX: REFUSED BY CYCLE CONTROL - SEE "
                   "CYCLOG"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The CALL resets RETURN-CODE, so the step's own code is
      *    passed in and put back afterwards.
       0900-RECORD-STEP-END.
           MOVE RETURN-CODE TO CS-RETURN-CODE
           SET CS-STEP-ENDING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           MOVE CS-RETURN-CODE TO RETURN-CODE.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT REJECT-IN-FILE
           MOVE SPACES TO RESUBMIT-RECORD
           MOVE "HD" TO RS-REC-TYPE
           MOVE 0 TO RS-RECORD-COUNT
           MOVE WS-RUN-DATE-NUM TO RS-FEED-DATE
           WRITE RESUBMIT-RECORD
           PERFORM 1100-PRINT-PAGE-HEADER.

               MOVE "N" TO WS-VALUE-NUMERIC
           END-IF.

      *    Mirrors 1670-LOAD-REFERENCE-CODES in TABLEBLD - keep the
      *    two in step.  A missing REFCODES leaves the built-in
      *    status and company edits in force.
       1800-LOAD-REFERENCE-CODES.
           OPEN INPUT REFERENCE-FILE
           IF WS-REFERENCE-STATUS = "35"
               DISPLAY "REJFIX: NO REFCODES FILE - BUILT-IN STATUS "
                   "AND COMPANY EDITS APPLY"
           ELSE
               IF WS-REFERENCE-STATUS NOT = "00"
                   DISPLAY "REJFIX: UNABLE TO OPEN REFCODES, "
                       "STATUS=" WS-REFERENCE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-REFERENCE-EOF
               PERFORM UNTIL WS-REFERENCE-EOF = "Y"
                   READ REFERENCE-FILE
                       AT END
                           MOVE "Y" TO WS-REFERENCE-EOF
                       NOT AT END
                           PERFORM 1850-STORE-ONE-REFERENCE-CODE
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-FILE
               SET WS-REFCODES-LOADED TO TRUE
               DISPLAY "REJFIX: " WS-REF-COUNT
                   " REFERENCE CODE(S) LOADED"
           END-IF.

       1850-STORE-ONE-REFERENCE-CODE.
           IF REFERENCE-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-REF-COUNT >= 500
                   DISPLAY "REJFIX: MORE THAN 500 REFERENCE "
                       "CODE(S) ON REFCODES - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REF-COUNT
               MOVE RF-CODE-TYPE TO WS-REF-TYPE(WS-REF-COUNT)
               MOVE RF-CODE TO WS-REF-CODE(WS-REF-COUNT)
               MOVE RF-ACTIVE-FLAG
                   TO WS-REF-ACTIVE-FLAG(WS-REF-COUNT)
               MOVE RF-EFF-DATE TO WS-REF-EFF-DATE(WS-REF-COUNT)
               MOVE RF-DESCRIPTION
                   TO WS-REF-DESCRIPTION(WS-REF-COUNT)
           END-IF.

      *    Mirrors 1680-LOOKUP-REFERENCE-CODE in TABLEBLD - keep the
      *    two in step.
       1900-LOOKUP-REFERENCE-CODE.
           SET WS-REF-CODE-UNKNOWN TO TRUE
           MOVE SPACES TO WS-REF-LOOKUP-DESC
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-REF-COUNT
                       OR NOT WS-REF-CODE-UNKNOWN
               IF WS-REF-TYPE(WS-REF-SUB) = WS-REF-LOOKUP-TYPE
                   AND WS-REF-CODE(WS-REF-SUB) = WS-REF-LOOKUP-CODE
                   MOVE WS-REF-DESCRIPTION(WS-REF-SUB)
                       TO WS-REF-LOOKUP-DESC
                   IF WS-REF-ACTIVE-FLAG(WS-REF-SUB) = "A"
                       IF WS-REF-EFF-DATE(WS-REF-SUB) >
                               WS-REF-LOOKUP-DATE
                           SET WS-REF-CODE-INACTIVE TO TRUE
                       ELSE
                           SET WS-REF-CODE-VALID TO TRUE
                       END-IF
                   ELSE
                       IF WS-REF-EFF-DATE(WS-REF-SUB) >
                               WS-REF-LOOKUP-DATE
                           SET WS-REF-CODE-VALID TO TRUE
                       ELSE
                           SET WS-REF-CODE-INACTIVE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    A missing FIXCARDS simply means nothing was corrected this
      *    run - every reject ages one more run toward escalation.
       2000-LOAD-FIX-CARDS.
                   SET WS-REJECT-AMT-NOT-NUMERIC TO TRUE
               ELSE
                   PERFORM 3250-VALIDATE-EFF-DATE
                   IF WS-EDIT-PASSED
                       PERFORM 3260-VALIDATE-STATUS-CODE
                   END-IF
                   IF WS-EDIT-PASSED AND ED-COMPANY-CODE = SPACES
                       SET WS-EDIT-REJECTED TO TRUE
                       SET WS-REJECT-NO-COMPANY TO TRUE
                   END-IF
                   IF WS-EDIT-PASSED AND WS-REFCODES-LOADED
                       MOVE "C" TO WS-REF-LOOKUP-TYPE
                       MOVE ED-COMPANY-CODE TO WS-REF-LOOKUP-CODE
                       MOVE WS-RUN-DATE-NUM TO WS-REF-LOOKUP-DATE
                       PERFORM 1900-LOOKUP-REFERENCE-CODE
                       IF NOT WS-REF-CODE-VALID
                           SET WS-EDIT-REJECTED TO TRUE
                           SET WS-REJECT-BAD-COMPANY TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      *    Mirrors 2660-VALIDATE-STATUS-CODE in TABLEBLD.
       3260-VALIDATE-STATUS-CODE.
           IF WS-REFCODES-LOADED
               MOVE "S" TO WS-REF-LOOKUP-TYPE
               MOVE ED-STATUS-CODE TO WS-REF-LOOKUP-CODE
               MOVE WS-RUN-DATE-NUM TO WS-REF-LOOKUP-DATE
               PERFORM 1900-LOOKUP-REFERENCE-CODE
               IF NOT WS-REF-CODE-VALID
                   SET WS-EDIT-REJECTED TO TRUE
                   SET WS-REJECT-BAD-STATUS TO TRUE
               END-IF
           ELSE
               IF NOT ED-STATUS-APPROVED
                   SET WS-EDIT-REJECTED TO TRUE
                   SET WS-REJECT-BAD-STATUS TO TRUE
               END-IF
           END-IF.

      *    A still-failing record carries forward with its age
      *    incremented; at the age limit it stops circling and
      *    escalates instead - mirrors 2200-WRITE-OVERFLOW-RECORD in
