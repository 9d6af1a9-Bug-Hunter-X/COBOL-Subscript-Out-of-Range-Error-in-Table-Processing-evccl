      *    delta report to DELTARPT: keys added, keys dropped, and
      *    keys whose amount or status changed (old and new values
      *    shown), with net amount movement totals at the bottom.
      *    A record TABMAINT re-keyed since the prior extract is
      *    matched across its old and new ids through the REKEYXRF
      *    cross-reference and reported once as REKEYED (new id,
      *    with the old id it came from), not as a drop and an add -
      *    however many times it was renumbered in between.
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTRCOMP.
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
       FD  TODAY-EXTRACT-FILE
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
           05  WS-TODAY-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PRIOR-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-DELTA-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-REKEY-XREF-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-REKEY-XREF-EOF       PIC X(1)  VALUE "N".
           05  WS-LOAD-EOF-SWITCH      PIC X(1)  VALUE "N".
               88  WS-END-OF-LOAD-FILE         VALUE "Y".

                   15  FILLER          PIC X(8).
                   15  WS-TODAY-STATUS-CODE PIC X(2).
                   15  FILLER          PIC X(49).
      *        "Y" once the entry is paired as the new id of a re-key
      *        - the walk then reports it with its old id, not here.
               10  WS-TODAY-REKEYED    PIC X(1).

       01  WS-PRIOR-AREA.
           05  WS-PRIOR-COUNT          PIC 9(5) VALUE 0.
                   15  FILLER          PIC X(8).
                   15  WS-PRIOR-STATUS-CODE PIC X(2).
                   15  FILLER          PIC X(49).
      *        The today entry this id was re-keyed to, zero if none.
               10  WS-PRIOR-REKEY-TO   PIC 9(5).

      *    Match-walk cursors and the key each side currently shows -
      *    HIGH-VALUES once a side is exhausted, so the walk drains
       01  WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REKEYED-COUNT            PIC 9(5) VALUE 0.

      *    Re-key chain following - the id reached so far along the
      *    chain from a prior id, and where it was found on each side.
       01  WS-CHAIN-ID                 PIC X(10) VALUE SPACES.
       01  WS-CHAIN-STEPS              PIC 9(3) VALUE 0.
       01  WS-CHAIN-SWITCH             PIC X(1) VALUE "N".
           88  WS-CHAIN-ENDED                  VALUE "Y".
       01  WS-CHAIN-NEXT-SUB           PIC 9(4) VALUE 0.
       01  WS-CHAIN-FOUND-SUB          PIC 9(4) VALUE 0.
       01  WS-CHAIN-PRIOR-SUB          PIC 9(5) VALUE 0.
       01  WS-CHAIN-TODAY-SUB          PIC 9(5) VALUE 0.
       01  WS-SEARCH-ID                PIC X(10) VALUE SPACES.
       01  WS-SEARCH-TODAY-SUB         PIC 9(5) VALUE 0.
       01  WS-SEARCH-PRIOR-SUB         PIC 9(5) VALUE 0.
       01  WS-NET-MOVEMENT             PIC S9(15)V99 VALUE 0.

       01  WS-LINE-COUNT               PIC 9(3)  VALUE 0.
           05  DL-OLD-STATUS           PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NEW-STATUS           PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
      *    The old id a REKEYED line's record came from.
           05  DL-REKEY-NOTE           PIC X(15).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-NET-MOVEMENT-DISPLAY     PIC -(14)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TODAY-EXTRACT
           PERFORM 2500-LOAD-PRIOR-EXTRACT
           PERFORM 1700-LOAD-REKEY-XREF
           PERFORM 3000-COMPARE-EXTRACTS
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "XTRCOMP" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "XTRCOMP: REFUSED BY CYCLE CONTROL - SEE "
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
           OPEN INPUT TODAY-EXTRACT-FILE
           IF WS-TODAY-STATUS NOT = "00"
           WRITE DELTA-REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *    Mirrors 1800-LOAD-REKEY-XREF in AUDINQ - keep the suite in
      *    step.
       1700-LOAD-REKEY-XREF.
           OPEN INPUT REKEY-XREF-FILE
           IF WS-REKEY-XREF-STATUS = "35"
               DISPLAY "XTRCOMP: NO REKEYXRF FILE - NO RE-KEYED IDS "
                   "TO MATCH"
           ELSE
               IF WS-REKEY-XREF-STATUS NOT = "00"
                   DISPLAY "XTRCOMP: UNABLE TO OPEN REKEYXRF, STATUS="
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
                   DISPLAY "XTRCOMP: MORE THAN 5000 RE-KEY(S) ON "
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

      *    Loads today's feed into WS-TODAY-AREA, verifying the HD/TR
      *    framing as it goes: the first record must be the header,
      *    the last the trailer, and the trailer's count and checksum
                       MOVE WS-TODAY-COUNT TO WS-TODAY-MAX
                       MOVE WS-PENDING-RECORD
                           TO WS-TODAY-ENTRY(WS-TODAY-COUNT)
                       MOVE "N" TO WS-TODAY-REKEYED(WS-TODAY-COUNT)
                       IF WS-PENDING-AMOUNT IS NUMERIC
                           ADD WS-PENDING-AMOUNT TO WS-TODAY-CHECKSUM
                       END-IF
                       MOVE WS-PRIOR-COUNT TO WS-PRIOR-MAX
                       MOVE WS-PENDING-RECORD
                           TO WS-PRIOR-ENTRY(WS-PRIOR-COUNT)
                       MOVE 0 TO WS-PRIOR-REKEY-TO(WS-PRIOR-COUNT)
                       IF WS-PENDING-AMOUNT IS NUMERIC
                           ADD WS-PENDING-AMOUNT TO WS-PRIOR-CHECKSUM
                       END-IF
           IF WS-PRIOR-COUNT > 0
               SORT WS-PRIOR-TABLE ON ASCENDING KEY WS-PRIOR-ID
           END-IF
           IF WS-XREF-COUNT > 0
               AND WS-TODAY-COUNT > 0
               AND WS-PRIOR-COUNT > 0
               PERFORM 3050-PAIR-REKEYED-KEYS
           END-IF
           MOVE 1 TO WS-TODAY-SUB
           MOVE 1 TO WS-PRIOR-SUB
           PERFORM 3100-SET-WALK-KEYS
           PERFORM UNTIL WS-TODAY-WALK-KEY = HIGH-VALUES
                   AND WS-PRIOR-WALK-KEY = HIGH-VALUES
               IF WS-TODAY-WALK-KEY < WS-PRIOR-WALK-KEY
                   IF WS-TODAY-REKEYED(WS-TODAY-SUB) = "N"
                       PERFORM 3200-REPORT-ADDED-KEY
                   END-IF
                   ADD 1 TO WS-TODAY-SUB
               ELSE
                   IF WS-TODAY-WALK-KEY > WS-PRIOR-WALK-KEY
                       IF WS-PRIOR-REKEY-TO(WS-PRIOR-SUB) > 0
                           PERFORM 3600-REPORT-REKEYED-KEY
                       ELSE
                           PERFORM 3300-REPORT-DROPPED-KEY
                       END-IF
                       ADD 1 TO WS-PRIOR-SUB
                   ELSE
                       PERFORM 3400-REPORT-CHANGED-KEY
               PERFORM 3100-SET-WALK-KEYS
           END-PERFORM.

      *    Before the walk, every active re-key whose old id left the
      *    feed is followed forward - through any later re-keys of
      *    the new id - to the first id that joined today's feed.
      *    The two entries are then paired, so the walk reports the
      *    record once, as REKEYED, instead of a drop and an add.
       3050-PAIR-REKEYED-KEYS.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XREF-ACTIVE(WS-XREF-SUB)
                   MOVE WS-XREF-OLD-ID(WS-XREF-SUB) TO WS-SEARCH-ID
                   PERFORM 3080-SEARCH-BOTH-EXTRACTS
                   IF WS-SEARCH-PRIOR-SUB > 0
                       AND WS-SEARCH-TODAY-SUB = 0
                       AND WS-PRIOR-REKEY-TO(WS-SEARCH-PRIOR-SUB) = 0
                       MOVE WS-SEARCH-PRIOR-SUB TO WS-CHAIN-PRIOR-SUB
                       PERFORM 3060-FOLLOW-REKEY-CHAIN
                   END-IF
               END-IF
           END-PERFORM.

      *    The chain stops at the first id on today's feed, or at an
      *    id that was on the prior feed too (that record has its
      *    own story), or where no further re-key leads on - the
      *    step limit only guards against a looped history.
       3060-FOLLOW-REKEY-CHAIN.
           MOVE WS-XREF-NEW-ID(WS-XREF-SUB) TO WS-CHAIN-ID
           MOVE 0 TO WS-CHAIN-STEPS
           MOVE "N" TO WS-CHAIN-SWITCH
           PERFORM UNTIL WS-CHAIN-ENDED
               ADD 1 TO WS-CHAIN-STEPS
               MOVE WS-CHAIN-ID TO WS-SEARCH-ID
               PERFORM 3080-SEARCH-BOTH-EXTRACTS
               IF WS-SEARCH-PRIOR-SUB > 0
                   SET WS-CHAIN-ENDED TO TRUE
               ELSE
               IF WS-SEARCH-TODAY-SUB > 0
                   SET WS-CHAIN-ENDED TO TRUE
                   MOVE WS-SEARCH-TODAY-SUB TO WS-CHAIN-TODAY-SUB
                   IF WS-TODAY-REKEYED(WS-CHAIN-TODAY-SUB) = "N"
                       MOVE "Y" TO WS-TODAY-REKEYED(WS-CHAIN-TODAY-SUB)
                       MOVE WS-CHAIN-TODAY-SUB
                           TO WS-PRIOR-REKEY-TO(WS-CHAIN-PRIOR-SUB)
                   END-IF
               ELSE
                   PERFORM 3070-FIND-NEXT-REKEY
                   IF WS-CHAIN-NEXT-SUB = 0
                       OR WS-CHAIN-STEPS >= 100
                       SET WS-CHAIN-ENDED TO TRUE
                   ELSE
                       MOVE WS-XREF-NEW-ID(WS-CHAIN-NEXT-SUB)
                           TO WS-CHAIN-ID
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

      *    Leaves WS-CHAIN-NEXT-SUB on the active re-key that moved
      *    WS-CHAIN-ID on again, or zero - WS-XREF-SUB is the outer
      *    loop's and is left alone.
       3070-FIND-NEXT-REKEY.
           MOVE 0 TO WS-CHAIN-FOUND-SUB
           PERFORM VARYING WS-CHAIN-NEXT-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-NEXT-SUB > WS-XREF-COUNT
               IF WS-XREF-ACTIVE(WS-CHAIN-NEXT-SUB)
                   AND WS-XREF-OLD-ID(WS-CHAIN-NEXT-SUB) = WS-CHAIN-ID
                   AND WS-CHAIN-FOUND-SUB = 0
                   MOVE WS-CHAIN-NEXT-SUB TO WS-CHAIN-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE WS-CHAIN-FOUND-SUB TO WS-CHAIN-NEXT-SUB.

       3080-SEARCH-BOTH-EXTRACTS.
           MOVE 0 TO WS-SEARCH-TODAY-SUB
           MOVE 0 TO WS-SEARCH-PRIOR-SUB
           SEARCH ALL WS-TODAY-TABLE
               AT END
                   CONTINUE
               WHEN WS-TODAY-ID(WS-TODAY-INDEX) = WS-SEARCH-ID
                   SET WS-SEARCH-TODAY-SUB TO WS-TODAY-INDEX
           END-SEARCH
           SEARCH ALL WS-PRIOR-TABLE
               AT END
                   CONTINUE
               WHEN WS-PRIOR-ID(WS-PRIOR-INDEX) = WS-SEARCH-ID
                   SET WS-SEARCH-PRIOR-SUB TO WS-PRIOR-INDEX
           END-SEARCH.

       3100-SET-WALK-KEYS.
           IF WS-TODAY-SUB > WS-TODAY-COUNT
               MOVE HIGH-VALUES TO WS-TODAY-WALK-KEY
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

      *    The prior entry is the record under its old id; the today
      *    entry it was paired with in 3050 is the same record under
      *    its new id, so the movement is the difference between
      *    the two, exactly as for a CHANGED key.
       3600-REPORT-REKEYED-KEY.
           MOVE WS-PRIOR-REKEY-TO(WS-PRIOR-SUB) TO WS-CHAIN-TODAY-SUB
           ADD 1 TO WS-REKEYED-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "REKEYED" TO DL-CHANGE-TYPE
           MOVE WS-TODAY-ID(WS-CHAIN-TODAY-SUB) TO DL-ID
           MOVE WS-PRIOR-AMOUNT(WS-PRIOR-SUB) TO DL-OLD-AMOUNT
           MOVE WS-TODAY-AMOUNT(WS-CHAIN-TODAY-SUB) TO DL-NEW-AMOUNT
           MOVE WS-PRIOR-STATUS-CODE(WS-PRIOR-SUB) TO DL-OLD-STATUS
           MOVE WS-TODAY-STATUS-CODE(WS-CHAIN-TODAY-SUB)
               TO DL-NEW-STATUS
           STRING "FROM " WS-PRIOR-ID(WS-PRIOR-SUB)
               DELIMITED BY SIZE INTO DL-REKEY-NOTE
           ADD WS-TODAY-AMOUNT(WS-CHAIN-TODAY-SUB) TO WS-NET-MOVEMENT
           SUBTRACT WS-PRIOR-AMOUNT(WS-PRIOR-SUB)
               FROM WS-NET-MOVEMENT
           PERFORM 3500-WRITE-DETAIL-LINE.

       4000-PRINT-TOTALS.
           MOVE SPACES TO DELTA-REPORT-LINE
           WRITE DELTA-REPORT-LINE
           STRING "KEYS ADDED: " WS-ADDED-COUNT
                   "   KEYS DROPPED: " WS-DROPPED-COUNT
                   "   KEYS CHANGED: " WS-CHANGED-COUNT
                   "   KEYS RE-KEYED: " WS-REKEYED-COUNT
               DELIMITED BY SIZE INTO DELTA-REPORT-LINE
           WRITE DELTA-REPORT-LINE
           MOVE WS-NET-MOVEMENT TO WS-NET-MOVEMENT-DISPLAY
           WRITE DELTA-REPORT-LINE
           DISPLAY "XTRCOMP: " WS-ADDED-COUNT " ADDED, "
               WS-DROPPED-COUNT " DROPPED, " WS-CHANGED-COUNT
               " CHANGED, " WS-REKEYED-COUNT " RE-KEYED".

       9000-TERMINATE.
           CLOSE TODAY-EXTRACT-FILE
