      *    optional: a file the run did not produce is simply noted
      *    and skipped, so the tracer can run against whatever
      *    tonight's cycle actually left behind.
      *    A requested key is traced under every id the record has
      *    carried: the REKEYXRF cross-reference of renumbered ids
      *    TABMAINT keeps links old and new ids in either direction,
      *    evidence found under a linked id is credited to the key
      *    asked for, and the key's re-key history prints beneath
      *    its answer line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECTRACE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *    The permanent old-id/new-id history of re-keyed records,
      *    appended by TABMAINT and MSTBKOUT.  Layout in
      *    REKEYXRF.cpy.
           SELECT REKEY-XREF-FILE
               ASSIGN TO "REKEYXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REKEY-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-REQUEST-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TRACE-PRINT-LINE            PIC X(132).

       FD  REKEY-XREF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REKEY-XREF-RECORD.
           05  XR-OLD-ID               PIC X(10).
           05  FILLER                  PIC X(1).
           05  XR-NEW-ID               PIC X(10).
           05  FILLER                  PIC X(1).
           05  XR-REKEY-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  XR-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(1).
           05  XR-ENTRY-TYPE           PIC X(1).
           05  FILLER                  PIC X(42).

       WORKING-STORAGE SECTION.
           COPY REKEYXRF.
       01  WS-FLAGS.
           05  WS-KEY-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-EXTRACT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REJECT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-TRAN-ERROR-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-PRINT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-REKEY-XREF-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-REKEY-XREF-EOF       PIC X(1)  VALUE "N".
           05  WS-KEY-EOF              PIC X(1)  VALUE "N".
           05  WS-SCAN-EOF-SWITCH      PIC X(1)  VALUE "N".
               88  WS-END-OF-SCAN-FILE         VALUE "Y".
               10  WS-TK-TRANERR-FLAG     PIC X(1).
               10  WS-TK-TRANERR-ACTION   PIC X(1).
               10  WS-TK-TRANERR-REASON   PIC X(2).
      *        The linked id evidence was last found under, when it
      *        was not the requested key itself.
               10  WS-TK-FOUND-AS         PIC X(10).
       01  WS-KEY-SUB                  PIC 9(3) VALUE 0.

      *    Every other id a requested key's record has carried, each
      *    pointing back at the request row it belongs to, so a scan
      *    that meets the old or new id credits the key asked for.
       01  WS-ALIAS-AREA.
           05  WS-ALIAS-COUNT          PIC 9(4) VALUE 0.
           05  WS-ALIAS-TABLE OCCURS 2000 TIMES.
               10  WS-ALIAS-ID         PIC X(10).
               10  WS-ALIAS-OWNER      PIC 9(3).
       01  WS-ALIAS-SUB                PIC 9(4) VALUE 0.
       01  WS-REKEY-DATE               PIC 9(8) VALUE 0.
       01  WS-REKEY-DATE-PARTS REDEFINES WS-REKEY-DATE.
           05  WS-REKEY-YYYY           PIC 9(4).
           05  WS-REKEY-MM             PIC 9(2).
           05  WS-REKEY-DD             PIC 9(2).

      *    The key and 80-byte record the current scan is looking at,
      *    whichever file it came from, so one lookup paragraph
      *    serves every scan.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-REQUEST-KEYS
           PERFORM 1700-LOAD-REKEY-XREF
           PERFORM 1900-BUILD-ALIAS-TABLE
           PERFORM 2000-SCAN-EXTRACT-FILE
           PERFORM 3000-SCAN-PENDING-FILE
           PERFORM 4000-SCAN-OVERFLOW-FILE
               MOVE SPACES TO WS-TK-OVERFLOW-FLAG(WS-KEY-COUNT)
               MOVE SPACES TO WS-TK-REJECT-FLAG(WS-KEY-COUNT)
               MOVE SPACES TO WS-TK-TRANERR-FLAG(WS-KEY-COUNT)
               MOVE SPACES TO WS-TK-FOUND-AS(WS-KEY-COUNT)
           END-IF.

      *    Mirrors 1800-LOAD-REKEY-XREF in AUDINQ - keep the suite in
      *    step.
       1700-LOAD-REKEY-XREF.
           OPEN INPUT REKEY-XREF-FILE
           IF WS-REKEY-XREF-STATUS = "35"
               DISPLAY "RECTRACE: NO REKEYXRF FILE PRESENT - NO "
                   "RE-KEYED IDS TO FOLLOW"
           ELSE
               IF WS-REKEY-XREF-STATUS NOT = "00"
                   DISPLAY "RECTRACE: UNABLE TO OPEN REKEYXRF, "
                       "STATUS=" WS-REKEY-XREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-REKEY-XREF-EOF
               PERFORM UNTIL WS-REKEY-XREF-EOF = "Y"
                   READ REKEY-XREF-FILE
                       AT END
                           MOVE "Y" TO WS-REKEY-XREF-EOF
                       NOT AT END
                           PERFORM 1750-STORE-ONE-XREF
                   END-READ
               END-PERFORM
               CLOSE REKEY-XREF-FILE
               SET WS-XREF-LOADED TO TRUE
           END-IF.

       1750-STORE-ONE-XREF.
           IF REKEY-XREF-RECORD = SPACES
               CONTINUE
           ELSE
           IF XR-ENTRY-TYPE = "B"
               PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                       UNTIL WS-XREF-SUB > WS-XREF-COUNT
                   IF WS-XREF-OLD-ID(WS-XREF-SUB) = XR-OLD-ID
                       AND WS-XREF-NEW-ID(WS-XREF-SUB) = XR-NEW-ID
                       AND WS-XREF-GENERATION(WS-XREF-SUB) =
                           XR-GENERATION
                       SET WS-XREF-WITHDRAWN(WS-XREF-SUB) TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               IF WS-XREF-COUNT >= 5000
                   DISPLAY "RECTRACE: MORE THAN 5000 RE-KEY(S) ON "
                       "REKEYXRF - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-XREF-COUNT
               MOVE XR-OLD-ID TO WS-XREF-OLD-ID(WS-XREF-COUNT)
               MOVE XR-NEW-ID TO WS-XREF-NEW-ID(WS-XREF-COUNT)
               MOVE XR-REKEY-DATE TO WS-XREF-DATE(WS-XREF-COUNT)
               MOVE XR-GENERATION
                   TO WS-XREF-GENERATION(WS-XREF-COUNT)
               SET WS-XREF-ACTIVE(WS-XREF-COUNT) TO TRUE
           END-IF
           END-IF.

      *    Each requested key's family of ids, less the key itself,
      *    goes into the alias table against the key's row.
       1900-BUILD-ALIAS-TABLE.
           IF WS-XREF-COUNT > 0
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > WS-KEY-COUNT
                   PERFORM 1920-BUILD-XREF-FAMILY
                   PERFORM VARYING WS-XREF-FAMILY-SUB FROM 2 BY 1
                           UNTIL WS-XREF-FAMILY-SUB >
                               WS-XREF-FAMILY-COUNT
                       IF WS-ALIAS-COUNT >= 2000
                           DISPLAY "RECTRACE: MORE THAN 2000 RE-KEYED "
                               "ID(S) LINKED TO TRCKEYS - RUN ABORTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ALIAS-COUNT
                       MOVE WS-XREF-FAMILY-ID(WS-XREF-FAMILY-SUB)
                           TO WS-ALIAS-ID(WS-ALIAS-COUNT)
                       MOVE WS-KEY-SUB TO WS-ALIAS-OWNER(WS-ALIAS-COUNT)
                   END-PERFORM
               END-PERFORM
           END-IF.

      *    Mirrors 1900-BUILD-XREF-FAMILY in AUDINQ, seeded from the
      *    request row in WS-KEY-SUB - keep the two in step.
       1920-BUILD-XREF-FAMILY.
           MOVE 1 TO WS-XREF-FAMILY-COUNT
           MOVE WS-TK-KEY(WS-KEY-SUB) TO WS-XREF-FAMILY-ID(1)
           MOVE "Y" TO WS-XREF-FAMILY-GROWN
           PERFORM UNTIL WS-XREF-FAMILY-GROWN = "N"
               MOVE "N" TO WS-XREF-FAMILY-GROWN
               PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                       UNTIL WS-XREF-SUB > WS-XREF-COUNT
                   IF WS-XREF-ACTIVE(WS-XREF-SUB)
                       PERFORM 1950-LINK-XREF-TO-FAMILY
                   END-IF
               END-PERFORM
           END-PERFORM.

       1950-LINK-XREF-TO-FAMILY.
           PERFORM 1960-CHECK-XREF-IN-FAMILY
           IF WS-XREF-OLD-IN-FAMILY NOT = WS-XREF-NEW-IN-FAMILY
               AND WS-XREF-FAMILY-COUNT < 100
               ADD 1 TO WS-XREF-FAMILY-COUNT
               IF WS-XREF-OLD-IN-FAMILY = "Y"
                   MOVE WS-XREF-NEW-ID(WS-XREF-SUB)
                       TO WS-XREF-FAMILY-ID(WS-XREF-FAMILY-COUNT)
               ELSE
                   MOVE WS-XREF-OLD-ID(WS-XREF-SUB)
                       TO WS-XREF-FAMILY-ID(WS-XREF-FAMILY-COUNT)
               END-IF
               MOVE "Y" TO WS-XREF-FAMILY-GROWN
           END-IF.

       1960-CHECK-XREF-IN-FAMILY.
           MOVE "N" TO WS-XREF-OLD-IN-FAMILY
           MOVE "N" TO WS-XREF-NEW-IN-FAMILY
           PERFORM VARYING WS-XREF-FAMILY-SUB FROM 1 BY 1
                   UNTIL WS-XREF-FAMILY-SUB > WS-XREF-FAMILY-COUNT
               IF WS-XREF-FAMILY-ID(WS-XREF-FAMILY-SUB) =
                       WS-XREF-OLD-ID(WS-XREF-SUB)
                   MOVE "Y" TO WS-XREF-OLD-IN-FAMILY
               END-IF
               IF WS-XREF-FAMILY-ID(WS-XREF-FAMILY-SUB) =
                       WS-XREF-NEW-ID(WS-XREF-SUB)
                   MOVE "Y" TO WS-XREF-NEW-IN-FAMILY
               END-IF
           END-PERFORM.

      *    Finds WS-SCAN-KEY in the request table - the VARYING loop
      *    leaves the subscript one past the match, so it is stepped
      *    back the way 3150-FIND-FIX-CARD in REJFIX does.  A key
      *    not requested directly may still be another id of a
      *    requested record - the alias table answers with that
      *    record's row.
       1800-FIND-REQUEST-KEY.
           MOVE "N" TO WS-KEY-FOUND-SWITCH
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
           END-PERFORM
           IF WS-KEY-FOUND
               SUBTRACT 1 FROM WS-KEY-SUB
           ELSE
               PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                       UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
                           OR WS-KEY-FOUND
                   IF WS-ALIAS-ID(WS-ALIAS-SUB) = WS-SCAN-KEY
                       MOVE "Y" TO WS-KEY-FOUND-SWITCH
                       MOVE WS-ALIAS-OWNER(WS-ALIAS-SUB) TO WS-KEY-SUB
                       MOVE WS-SCAN-KEY TO WS-TK-FOUND-AS(WS-KEY-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      *    The extract is written in as-built slot order, so a
                   DELIMITED BY SIZE INTO WS-ANSWER-TEXT
                   WITH POINTER WS-ANSWER-LENGTH
           END-IF
           IF WS-TK-FOUND-AS(WS-KEY-SUB) NOT = SPACES
               STRING "FOUND UNDER RE-KEYED ID "
                       WS-TK-FOUND-AS(WS-KEY-SUB)
                   DELIMITED BY SIZE INTO WS-ANSWER-TEXT
                   WITH POINTER WS-ANSWER-LENGTH
           END-IF
           IF WS-ANSWER-TEXT = SPACES
               ADD 1 TO WS-KEYS-UNFOUND-COUNT
               MOVE "NOT FOUND IN ANY RUN OUTPUT" TO WS-ANSWER-TEXT
           MOVE SPACES TO TRACE-PRINT-LINE
           STRING "  KEY " WS-TK-KEY(WS-KEY-SUB) "  " WS-ANSWER-TEXT
               DELIMITED BY SIZE INTO TRACE-PRINT-LINE
           PERFORM 7500-WRITE-TRACE-LINE
           IF WS-XREF-COUNT > 0
               PERFORM 7200-PRINT-REKEY-HISTORY
           END-IF.

      *    One line per re-key in the key's family, in the order they
      *    were applied, indented under the answer line.
       7200-PRINT-REKEY-HISTORY.
           PERFORM 1920-BUILD-XREF-FAMILY
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XREF-ACTIVE(WS-XREF-SUB)
                   PERFORM 1960-CHECK-XREF-IN-FAMILY
                   IF WS-XREF-OLD-IN-FAMILY = "Y"
                       MOVE WS-XREF-DATE(WS-XREF-SUB)
                           TO WS-REKEY-DATE
                       MOVE SPACES TO TRACE-PRINT-LINE
                       STRING "                  RE-KEYED FROM "
                               WS-XREF-OLD-ID(WS-XREF-SUB)
                               " TO " WS-XREF-NEW-ID(WS-XREF-SUB)
                               " ON " WS-REKEY-MM "/" WS-REKEY-DD "/"
                               WS-REKEY-YYYY
                           DELIMITED BY SIZE INTO TRACE-PRINT-LINE
                       PERFORM 7500-WRITE-TRACE-LINE
                   END-IF
               END-IF
           END-PERFORM.

       7500-WRITE-TRACE-LINE.
           WRITE TRACE-PRINT-LINE
