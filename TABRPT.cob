      *    WS-AREA passed by the caller and produces a paginated
      *    printed summary of WS-TABLE so operations has a visual
      *    confirmation of what a run actually built.
      *    Each line carries the status and company descriptions from
      *    REFCODES, retired codes included; with no REFCODES file
      *    the description columns are simply left blank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABRPT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *    Company and status code reference file kept by REFMAINT.
      *    Layout in REFCODES.cpy.
           SELECT REFERENCE-FILE
               ASSIGN TO "REFCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                  PIC X(132).

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
       01  WS-PRINT-STATUS             PIC X(2)  VALUE SPACES.
       01  WS-REFERENCE-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-REFERENCE-EOF            PIC X(1)  VALUE "N".
       01  WS-REFERENCE-TRIED-SWITCH   PIC X(1)  VALUE "N".
           88  WS-REFERENCE-TRIED              VALUE "Y".
       01  WS-LINE-COUNT               PIC 9(3)  VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3)  VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(3)  VALUE 60.
           05  DL-STATUS               PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-COMPANY              PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-STATUS-DESC          PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-COMPANY-DESC         PIC X(30).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       LINKAGE SECTION.
           COPY WSTABLE.
               GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF NOT WS-REFERENCE-TRIED
               PERFORM 1700-LOAD-REFERENCE-CODES
           END-IF
           PERFORM 1100-PRINT-PAGE-HEADER.

       1100-PRINT-PAGE-HEADER.
           MOVE SPACES TO PRINT-LINE
           MOVE "  IDX   ID          AMOUNT       EFF-DATE   ST   CPY"
               TO PRINT-LINE
           MOVE "STATUS DESCRIPTION" TO PRINT-LINE(62:18)
           MOVE "COMPANY DESCRIPTION" TO PRINT-LINE(94:19)
           WRITE PRINT-LINE
           MOVE 0 TO WS-LINE-COUNT.

           MOVE WS-EFF-DATE-FIELD(WS-INDEX) TO DL-DATE
           MOVE WS-STATUS-CODE(WS-INDEX) TO DL-STATUS
           MOVE WS-COMPANY-CODE(WS-INDEX) TO DL-COMPANY
           IF WS-REFCODES-LOADED
               MOVE WS-RUN-DATE TO WS-REF-LOOKUP-DATE
               MOVE "S" TO WS-REF-LOOKUP-TYPE
               MOVE WS-STATUS-CODE(WS-INDEX) TO WS-REF-LOOKUP-CODE
               PERFORM 1800-LOOKUP-REFERENCE-CODE
               MOVE WS-REF-LOOKUP-DESC TO DL-STATUS-DESC
               MOVE "C" TO WS-REF-LOOKUP-TYPE
               MOVE WS-COMPANY-CODE(WS-INDEX) TO WS-REF-LOOKUP-CODE
               PERFORM 1800-LOOKUP-REFERENCE-CODE
               MOVE WS-REF-LOOKUP-DESC TO DL-COMPANY-DESC
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    Loaded on the first CALL of the run and held for the rest.
      *    Mirrors 1670-LOAD-REFERENCE-CODES in TABLEBLD - keep the
      *    two in step.
       1700-LOAD-REFERENCE-CODES.
           SET WS-REFERENCE-TRIED TO TRUE
           OPEN INPUT REFERENCE-FILE
           IF WS-REFERENCE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-REFERENCE-STATUS NOT = "00"
                   DISPLAY "TABRPT: UNABLE TO OPEN REFCODES, "
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
                   DISPLAY "TABRPT: MORE THAN 500 REFERENCE "
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

      *    Only the description is used here - a retired code still
      *    describes the history that carries it.  Mirrors
      *    1680-LOOKUP-REFERENCE-CODE in TABLEBLD - keep the two in
      *    step.
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

       9000-TERMINATE.
           CLOSE PRINT-FILE.
