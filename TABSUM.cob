      *    grand total is proved against the extract checksum so the
      *    month-end numbers handed to management are the same
      *    numbers the downstream feed carried.
      *    Company and status headings carry their REFCODES
      *    descriptions, retired codes included; with no REFCODES
      *    file the headings print the bare codes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABSUM.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *    Company and status code reference file kept by REFMAINT.
      *    Layout in REFCODES.cpy.
           SELECT REFERENCE-FILE
               ASSIGN TO "REFCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

      *    This run's machine-readable alerts, one fixed-layout
      *    record per exception raised, merged into the operations
      *    dashboard by OPSSUM.  Layout in ALERTREC.cpy.
           RECORD CONTAINS 132 CHARACTERS.
       01  SUMMARY-PRINT-LINE          PIC X(132).

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

       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       WORKING-STORAGE SECTION.
           COPY ALERTREC.
           COPY REFCODES.
       01  WS-PRINT-STATUS             PIC X(2)  VALUE SPACES.
       01  WS-REFERENCE-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-REFERENCE-EOF            PIC X(1)  VALUE "N".
       01  WS-REFERENCE-TRIED-SWITCH   PIC X(1)  VALUE "N".
           88  WS-REFERENCE-TRIED              VALUE "Y".
       01  WS-ALERT-STATUS             PIC X(2)  VALUE SPACES.
       01  WS-LINE-COUNT               PIC 9(3)  VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3)  VALUE 0.
           MOVE SPACES TO WS-ALERT-RECORD
           MOVE "TABSUM" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           IF NOT WS-REFERENCE-TRIED
               PERFORM 1700-LOAD-REFERENCE-CODES
           END-IF
           PERFORM 1100-PRINT-PAGE-HEADER.

       1100-PRINT-PAGE-HEADER.
           END-IF.

       3040-PRINT-COMPANY-HEADER.
           MOVE SPACES TO WS-REF-LOOKUP-DESC
           IF WS-REFCODES-LOADED
               MOVE WS-RUN-DATE TO WS-REF-LOOKUP-DATE
               MOVE "C" TO WS-REF-LOOKUP-TYPE
               MOVE WS-PRIOR-COMPANY TO WS-REF-LOOKUP-CODE
               PERFORM 1800-LOOKUP-REFERENCE-CODE
           END-IF
           MOVE SPACES TO SUMMARY-PRINT-LINE
           STRING "  COMPANY " WS-PRIOR-COMPANY "  "
                   WS-REF-LOOKUP-DESC
               DELIMITED BY SIZE INTO SUMMARY-PRINT-LINE
           PERFORM 3500-WRITE-SUMMARY-LINE.

       3050-PRINT-STATUS-HEADER.
           MOVE SPACES TO WS-REF-LOOKUP-DESC
           IF WS-REFCODES-LOADED
               MOVE WS-RUN-DATE TO WS-REF-LOOKUP-DATE
               MOVE "S" TO WS-REF-LOOKUP-TYPE
               MOVE WS-PRIOR-STATUS TO WS-REF-LOOKUP-CODE
               PERFORM 1800-LOOKUP-REFERENCE-CODE
           END-IF
           MOVE SPACES TO SUMMARY-PRINT-LINE
           STRING "    STATUS " WS-PRIOR-STATUS "  "
                   WS-REF-LOOKUP-DESC
               DELIMITED BY SIZE INTO SUMMARY-PRINT-LINE
           PERFORM 3500-WRITE-SUMMARY-LINE.

           END-IF
           PERFORM 3500-WRITE-SUMMARY-LINE.

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
                   DISPLAY "TABSUM: UNABLE TO OPEN REFCODES, "
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
                   DISPLAY "TABSUM: MORE THAN 500 REFERENCE "
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
           CLOSE SUMMARY-PRINT-FILE
           CLOSE ALERT-FILE.
