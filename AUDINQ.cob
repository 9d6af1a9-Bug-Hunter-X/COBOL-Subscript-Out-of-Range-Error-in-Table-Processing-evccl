      *    this archive is what preserves the evidence.
      *    Driven by an AUDPARM control card file of keyword=value
      *    lines: AUDIT-KEY=, AUDIT-SLOT=, RETAIN-DAYS= (default 90).
      *    A key inquiry follows the REKEYXRF cross-reference TABMAINT
      *    keeps of renumbered ids: the report opens with the key's
      *    re-key history, and changes recorded under any id the
      *    record has carried - before or after a re-key - match, so
      *    asking by either the old or the new id shows the whole
      *    life of the record.
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDINQ.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

      *    The permanent old-id/new-id history of re-keyed records,
      *    appended by TABMAINT and MSTBKOUT.  Layout in
      *    REKEYXRF.cpy.
           SELECT REKEY-XREF-FILE
               ASSIGN TO "REKEYXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REKEY-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-RECORD                PIC X(100).

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
           COPY ALERTREC.
           COPY REKEYXRF.
           COPY CYCLINK.
       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X(1)  VALUE "N".
           05  WS-AUDIT-EOF            PIC X(1)  VALUE "N".
           05  WS-ARCHIVE-EOF          PIC X(1)  VALUE "N".
           05  WS-REKEY-XREF-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-REKEY-XREF-EOF       PIC X(1)  VALUE "N".
           05  WS-FAMILY-MATCH-SWITCH  PIC X(1)  VALUE "N".
               88  WS-FAMILY-MATCHED           VALUE "Y".
           05  WS-KEY-INQUIRY-SWITCH   PIC X(1)  VALUE "N".
               88  WS-KEY-INQUIRY-REQUESTED    VALUE "Y".
           05  WS-SLOT-INQUIRY-SWITCH  PIC X(1)  VALUE "N".
           05  WS-RUN-DD               PIC 9(2).
       01  WS-CUTOFF-DATE              PIC 9(8)  VALUE 0.
       01  WS-DATE-INTEGER             PIC 9(8)  VALUE 0.
       01  WS-REKEY-DATE               PIC 9(8)  VALUE 0.
       01  WS-REKEY-DATE-PARTS REDEFINES WS-REKEY-DATE.
           05  WS-REKEY-YYYY           PIC 9(4).
           05  WS-REKEY-MM             PIC 9(2).
           05  WS-REKEY-DD             PIC 9(2).
       01  WS-REKEY-HISTORY-COUNT      PIC 9(5)  VALUE 0.

       01  WS-MATCH-COUNT              PIC 9(5)  VALUE 0.
       01  WS-AUDIT-READ-COUNT         PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-PARM-CARDS
           IF WS-KEY-INQUIRY-REQUESTED
               PERFORM 1800-LOAD-REKEY-XREF
               PERFORM 1900-BUILD-XREF-FAMILY
               PERFORM 1980-PRINT-REKEY-HISTORY
           END-IF
           PERFORM 2000-CARRY-FORWARD-ARCHIVE
           PERFORM 3000-PROCESS-AUDIT-LOG
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "AUDINQ" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "AUDINQ: REFUSED BY CYCLE CONTROL - SEE "
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
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           OPEN INPUT AUDIT-FILE
               MOVE "N" TO WS-VALUE-NUMERIC
           END-IF.

      *    Loads REKEYXRF into WS-XREF-AREA, each withdrawal ("B")
      *    cancelling the re-key it names.  A missing file means no id
      *    has ever been renumbered and the inquiry key stands alone.
      *    RECTRACE, XTRCOMP, and MSTBKOUT mirror this load - keep
      *    the suite in step.
       1800-LOAD-REKEY-XREF.
           OPEN INPUT REKEY-XREF-FILE
           IF WS-REKEY-XREF-STATUS = "35"
               DISPLAY "AUDINQ: NO REKEYXRF FILE - NO RE-KEYED IDS "
                   "TO FOLLOW"
           ELSE
               IF WS-REKEY-XREF-STATUS NOT = "00"
                   DISPLAY "AUDINQ: UNABLE TO OPEN REKEYXRF, STATUS="
                       WS-REKEY-XREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-REKEY-XREF-EOF
               PERFORM UNTIL WS-REKEY-XREF-EOF = "Y"
                   READ REKEY-XREF-FILE
                       AT END
                           MOVE "Y" TO WS-REKEY-XREF-EOF
                       NOT AT END
                           PERFORM 1850-STORE-ONE-XREF
                   END-READ
               END-PERFORM
               CLOSE REKEY-XREF-FILE
               SET WS-XREF-LOADED TO TRUE
           END-IF.

       1850-STORE-ONE-XREF.
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
                   DISPLAY "AUDINQ: MORE THAN 5000 RE-KEY(S) ON "
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

      *    Grows the inquiry key's family - every id linked to it by
      *    an active re-key, in either direction and through any
      *    number of re-keys - until a full pass of the table adds
      *    nothing.  Mirrored in RECTRACE - keep the two in step.
       1900-BUILD-XREF-FAMILY.
           MOVE 1 TO WS-XREF-FAMILY-COUNT
           MOVE WS-INQUIRY-KEY TO WS-XREF-FAMILY-ID(1)
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

      *    The key's re-key history heads the report, oldest entry
      *    first (REKEYXRF is in the order the re-keys were applied),
      *    so the changes that follow can be read under either id.
       1980-PRINT-REKEY-HISTORY.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XREF-ACTIVE(WS-XREF-SUB)
                   PERFORM 1960-CHECK-XREF-IN-FAMILY
                   IF WS-XREF-OLD-IN-FAMILY = "Y"
                       ADD 1 TO WS-REKEY-HISTORY-COUNT
                       MOVE WS-XREF-DATE(WS-XREF-SUB)
                           TO WS-REKEY-DATE
                       MOVE SPACES TO INQUIRY-PRINT-LINE
                       STRING "  RE-KEYED FROM "
                               WS-XREF-OLD-ID(WS-XREF-SUB)
                               " TO " WS-XREF-NEW-ID(WS-XREF-SUB)
                               " ON " WS-REKEY-MM "/" WS-REKEY-DD "/"
                               WS-REKEY-YYYY "  (MASTER GENERATION "
                               WS-XREF-GENERATION(WS-XREF-SUB) ")"
                           DELIMITED BY SIZE INTO INQUIRY-PRINT-LINE
                       PERFORM 3500-WRITE-INQUIRY-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REKEY-HISTORY-COUNT > 0
               MOVE SPACES TO INQUIRY-PRINT-LINE
               PERFORM 3500-WRITE-INQUIRY-LINE
           END-IF.

      *    Carries the prior cumulative archive forward into today's
      *    output, dropping records archived before the retention
      *    cutoff.  A missing AUDARCHI simply means the archive is
           END-PERFORM.

       3100-CHECK-INQUIRY-MATCH.
           MOVE "N" TO WS-FAMILY-MATCH-SWITCH
           IF WS-KEY-INQUIRY-REQUESTED
               PERFORM VARYING WS-XREF-FAMILY-SUB FROM 1 BY 1
                       UNTIL WS-XREF-FAMILY-SUB > WS-XREF-FAMILY-COUNT
                           OR WS-FAMILY-MATCHED
                   IF AU-AFTER-IMAGE(1:10) =
                           WS-XREF-FAMILY-ID(WS-XREF-FAMILY-SUB)
                       SET WS-FAMILY-MATCHED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FAMILY-MATCHED
               PERFORM 3200-PRINT-AUDIT-ENTRY
           ELSE
               IF WS-SLOT-INQUIRY-REQUESTED
                   TO INQUIRY-PRINT-LINE
           END-IF
           PERFORM 3500-WRITE-INQUIRY-LINE
           IF WS-REKEY-HISTORY-COUNT > 0
               MOVE SPACES TO INQUIRY-PRINT-LINE
               STRING "  " WS-REKEY-HISTORY-COUNT
                       " RE-KEY(S) IN THE KEY'S HISTORY - CHANGES "
                       "UNDER EVERY ID IT HAS CARRIED ARE SHOWN"
                   DELIMITED BY SIZE INTO INQUIRY-PRINT-LINE
               PERFORM 3500-WRITE-INQUIRY-LINE
           END-IF
           DISPLAY "AUDINQ: READ " WS-AUDIT-READ-COUNT
               " AUDIT RECORD(S), CARRIED " WS-CARRIED-COUNT
               " FROM PRIOR ARCHIVE, AGED OUT " WS-AGED-OUT-COUNT
