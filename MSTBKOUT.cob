      *    reconstruction - a damaged input must never become the
      *    restored master - and the day's TRANFILE is read back for
      *    a cross-check register of what is being reversed.
      *    A re-key needs nothing special here - TABMAINT journals the
      *    old key as deleted and the new key as added - but the pair
      *    it appended to the permanent REKEYXRF cross-reference
      *    would outlive the master it describes, so each re-key the
      *    backed-out generation carried is withdrawn there by an
      *    appended "B" entry once the rollback is complete.
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKOUT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

      *    The permanent old-id/new-id history TABMAINT appends to -
      *    read to find the backed-out generation's re-keys, then
      *    extended with their withdrawals.  Layout in REKEYXRF.cpy.
           SELECT REKEY-XREF-FILE
               ASSIGN TO "REKEYXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REKEY-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Keep all master framing views in step with TABMAINT.
               88  TX-ADD                       VALUE "A".
               88  TX-CHANGE                    VALUE "C".
               88  TX-DELETE                    VALUE "D".
               88  TX-REKEY                     VALUE "R".
           05  TX-RECORD-DATA          PIC X(80).

       FD  BACKOUT-MASTER-FILE
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
           05  WS-NEW-MASTER-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-GENERATION-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-REKEY-XREF-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-REKEY-XREF-EOF       PIC X(1)  VALUE "N".
           05  WS-MASTER-EOF-SWITCH    PIC X(1)  VALUE "N".
               88  WS-END-OF-MASTER            VALUE "Y".
           05  WS-JOURNAL-EOF-SWITCH   PIC X(1)  VALUE "N".
       01  WS-TRAN-ADD-COUNT           PIC 9(5) VALUE 0.
       01  WS-TRAN-CHANGE-COUNT        PIC 9(5) VALUE 0.
       01  WS-TRAN-DELETE-COUNT        PIC 9(5) VALUE 0.
       01  WS-TRAN-REKEY-COUNT         PIC 9(5) VALUE 0.
       01  WS-WITHDRAWN-COUNT          PIC 9(5) VALUE 0.

       01  WS-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-MASTER-HEADER
           PERFORM 1700-VERIFY-GENERATION
           PERFORM 7000-WRITE-BACKOUT-TRAILER
           PERFORM 8000-UPDATE-BACKOUT-HEADER
           PERFORM 8500-ROLL-BACK-GENERATION
           PERFORM 8700-WITHDRAW-REKEYS
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "MSTBKOUT" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "MSTBKOUT: REFUSED BY CYCLE CONTROL - SEE "
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
           OPEN INPUT NEW-MASTER-FILE
                                   ADD 1 TO WS-TRAN-CHANGE-COUNT
                               WHEN TX-DELETE
                                   ADD 1 TO WS-TRAN-DELETE-COUNT
                               WHEN TX-REKEY
                                   ADD 1 TO WS-TRAN-REKEY-COUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               STRING "  REVERSING A DAY OF " WS-TRAN-ADD-COUNT
                       " ADD(S), " WS-TRAN-CHANGE-COUNT
                       " CHANGE(S), " WS-TRAN-DELETE-COUNT
                       " DELETE(S), " WS-TRAN-REKEY-COUNT
                       " RE-KEY(S)"
                   DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
           END-IF.
                   WS-PRIOR-GENERATION
           END-IF.

      *    Every re-key still standing for the generation just
      *    backed out is withdrawn by an appended "B" entry - the
      *    file is history and is never rewritten, and readers cancel
      *    the pair when they load it.  Only a generated master can
      *    be matched to its re-keys; an ungenerated chain never had
      *    any.
       8700-WITHDRAW-REKEYS.
           IF WS-MASTER-GENERATED
               PERFORM 8750-LOAD-REKEY-XREF
           END-IF
           IF WS-XREF-LOADED
               PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                       UNTIL WS-XREF-SUB > WS-XREF-COUNT
                   IF WS-XREF-ACTIVE(WS-XREF-SUB)
                       AND WS-XREF-GENERATION(WS-XREF-SUB) =
                           WS-NEW-GENERATION
                       PERFORM 8780-WRITE-REKEY-WITHDRAWAL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-WITHDRAWN-COUNT > 0
               CLOSE REKEY-XREF-FILE
               DISPLAY "MSTBKOUT: " WS-WITHDRAWN-COUNT
                   " RE-KEY(S) WITHDRAWN ON REKEYXRF"
           END-IF.

      *    Mirrors the REKEYXRF load in AUDINQ - keep the suite in
      *    step.
       8750-LOAD-REKEY-XREF.
           OPEN INPUT REKEY-XREF-FILE
           IF WS-REKEY-XREF-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-REKEY-XREF-STATUS NOT = "00"
                   DISPLAY "MSTBKOUT: UNABLE TO OPEN REKEYXRF, "
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
                           PERFORM 8760-STORE-ONE-XREF
                   END-READ
               END-PERFORM
               CLOSE REKEY-XREF-FILE
               SET WS-XREF-LOADED TO TRUE
           END-IF.

       8760-STORE-ONE-XREF.
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
                   DISPLAY "MSTBKOUT: MORE THAN 5000 RE-KEY(S) ON "
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

       8780-WRITE-REKEY-WITHDRAWAL.
           IF WS-WITHDRAWN-COUNT = 0
               OPEN EXTEND REKEY-XREF-FILE
               IF WS-REKEY-XREF-STATUS NOT = "00"
                   DISPLAY "MSTBKOUT: UNABLE TO EXTEND REKEYXRF, "
                       "STATUS=" WS-REKEY-XREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO REKEY-XREF-RECORD
           MOVE WS-XREF-OLD-ID(WS-XREF-SUB) TO XR-OLD-ID
           MOVE WS-XREF-NEW-ID(WS-XREF-SUB) TO XR-NEW-ID
           MOVE WS-RUN-DATE TO XR-REKEY-DATE
           MOVE WS-XREF-GENERATION(WS-XREF-SUB) TO XR-GENERATION
           MOVE "B" TO XR-ENTRY-TYPE
           WRITE REKEY-XREF-RECORD
           ADD 1 TO WS-WITHDRAWN-COUNT
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "  WITHDRAWN  " WS-XREF-OLD-ID(WS-XREF-SUB)
                   "  (RE-KEYED TODAY TO "
                   WS-XREF-NEW-ID(WS-XREF-SUB)
                   " - REKEYXRF ENTRY WITHDRAWN)"
               DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "  COPIED " WS-COPIED-COUNT
