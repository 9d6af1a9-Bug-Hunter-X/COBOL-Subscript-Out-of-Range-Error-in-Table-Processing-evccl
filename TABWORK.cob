      *    no access to the caller's already-open AUDIT-FILE, and
      *    2600-EDIT-INPUT-RECORD, routing records that fail the
      *    field edits to LK-REJECT-FILENAME with a reason code.
      *    The company and status reference codes are loaded from
      *    REFCODES on the first CALL of the run and held for the
      *    rest, since working storage persists between CALLs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABWORK.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLICE-PENDING-STATUS.

      *    The same reference file TABLEBLD edits against.  Layout
      *    in REFCODES.cpy.
           SELECT REFERENCE-FILE
               ASSIGN TO "REFCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLICE-INPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SLICE-PENDING-RECORD        PIC X(80).

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

       WORKING-STORAGE SECTION.
           COPY REFCODES.
       01  WS-SLICE-STATUS             PIC X(2) VALUE SPACES.
       01  WS-SLICE-OVERFLOW-STATUS    PIC X(2) VALUE SPACES.
       01  WS-SLICE-AUDIT-STATUS       PIC X(2) VALUE SPACES.
       01  WS-AUDIT-FILE-OPEN          PIC X(1) VALUE "N".
       01  WS-REJECT-FILE-OPEN         PIC X(1) VALUE "N".
       01  WS-PENDING-FILE-OPEN        PIC X(1) VALUE "N".
       01  WS-REFERENCE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-REFERENCE-EOF            PIC X(1) VALUE "N".
      *    Set once REFCODES has been looked for, found or not, so
      *    later CALLs in the same run do not load it again.
       01  WS-REFERENCE-TRIED-SWITCH   PIC X(1) VALUE "N".
           88  WS-REFERENCE-TRIED              VALUE "Y".
       01  WS-WORK-INDEX               PIC 9(5) VALUE 0.

       01  WS-EDIT-SWITCH              PIC X(1) VALUE "N".
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

           MOVE "N" TO WS-AUDIT-FILE-OPEN
           MOVE "N" TO WS-REJECT-FILE-OPEN
           MOVE "N" TO WS-PENDING-FILE-OPEN
           IF NOT WS-REFERENCE-TRIED
               PERFORM 1700-LOAD-REFERENCE-CODES
           END-IF
           OPEN INPUT SLICE-INPUT-FILE
           IF WS-SLICE-STATUS NOT = "00"
               DISPLAY "TABWORK: UNABLE TO OPEN " LK-SLICE-FILENAME
                   SET WS-REJECT-AMT-NOT-NUMERIC TO TRUE
               ELSE
                   PERFORM 1500-VALIDATE-EFF-DATE
                   IF WS-EDIT-PASSED
                       PERFORM 1450-VALIDATE-STATUS-CODE
                   END-IF
                   IF WS-EDIT-PASSED AND ED-COMPANY-CODE = SPACES
                       SET WS-EDIT-REJECTED TO TRUE
                       SET WS-REJECT-NO-COMPANY TO TRUE
                   END-IF
                   IF WS-EDIT-PASSED AND WS-REFCODES-LOADED
                       MOVE "C" TO WS-REF-LOOKUP-TYPE
                       MOVE ED-COMPANY-CODE TO WS-REF-LOOKUP-CODE
                       MOVE LK-RUN-DATE TO WS-REF-LOOKUP-DATE
                       PERFORM 1800-LOOKUP-REFERENCE-CODE
                       IF NOT WS-REF-CODE-VALID
                           SET WS-EDIT-REJECTED TO TRUE
                           SET WS-REJECT-BAD-COMPANY TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Mirrors 2660-VALIDATE-STATUS-CODE in TABLEBLD.
       1450-VALIDATE-STATUS-CODE.
           IF WS-REFCODES-LOADED
               MOVE "S" TO WS-REF-LOOKUP-TYPE
               MOVE ED-STATUS-CODE TO WS-REF-LOOKUP-CODE
               MOVE LK-RUN-DATE TO WS-REF-LOOKUP-DATE
               PERFORM 1800-LOOKUP-REFERENCE-CODE
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

                   END-IF
               END-IF
           END-IF.

      *    Mirrors 1670-LOAD-REFERENCE-CODES in TABLEBLD - keep the
      *    two in step.  A missing REFCODES leaves the built-in
      *    edits in force for every partition of the run.
       1700-LOAD-REFERENCE-CODES.
           SET WS-REFERENCE-TRIED TO TRUE
           OPEN INPUT REFERENCE-FILE
           IF WS-REFERENCE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-REFERENCE-STATUS NOT = "00"
                   DISPLAY "TABWORK: UNABLE TO OPEN REFCODES, "
                       "STATUS=" WS-REFERENCE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO WS-REFERENCE-EOF
               PERFORM UNTIL WS-REFERENCE-EOF = "Y"
                   READ REFERENCE-FILE
                       AT END
                           MOVE "Y" TO WS-REFERENCE-EOF
                       NOT AT END
                           PERFORM 1750-STORE-ONE-REFERENCE-CODE
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-FILE
               SET WS-REFCODES-LOADED TO TRUE
           END-IF.

       1750-STORE-ONE-REFERENCE-CODE.
           IF REFERENCE-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-REF-COUNT >= 500
                   DISPLAY "TABWORK: MORE THAN 500 REFERENCE "
                       "CODE(S) ON REFCODES - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
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
       1800-LOOKUP-REFERENCE-CODE.
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
