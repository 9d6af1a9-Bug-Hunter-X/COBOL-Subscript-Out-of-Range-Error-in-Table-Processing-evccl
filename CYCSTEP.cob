      ******************************************************************
      *    CYCSTEP
      *    Cycle-control check, CALLed by every nightly step as it
      *    starts and again as it ends (interface in CYCLINK.cpy).
      *    At start it reads the cycle plan (CYCPLAN) and the cycle
      *    control file (CYCLOG), and refuses the step when:
      *        - the step already ended cleanly in the current cycle
      *          - so a step that appends to XTRCTL, RUNLOG, or any
      *          other running file is never run twice; or
      *        - any predecessor the plan names for it has not ended
      *          cleanly in the current cycle.
      *    A step whose last attempt abended or ended badly is let
      *    through again - that is the restart.  Every start and
      *    every refusal is appended to CYCLOG, and the end is
      *    appended with the step's return code, all against the
      *    cycle date the controller CYCCTL opened, not the clock -
      *    a cycle that runs past midnight is still one cycle.
      *    With no cycle open on CYCLOG the step runs uncontrolled
      *    and nothing is logged, which keeps ad hoc and test runs
      *    working as they always have.  A step missing from the
      *    plan is logged but not checked against predecessors.
      *    Working storage persists between the two CALLs, so the
      *    end is logged against the cycle the start was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSTEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The cycle plan - step order and predecessors.  Layout in
      *    CYCPLAN.cpy.
           SELECT PLAN-FILE
               ASSIGN TO "CYCPLAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

      *    The cycle control file - read through for the current
      *    cycle's state, then appended to.  Layout in CYCPLAN.cpy.
           SELECT CYCLE-LOG-FILE
               ASSIGN TO "CYCLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PLAN-RECORD.
           05  PL-STEP-NAME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  PL-REQUIREMENT          PIC X(1).
           05  FILLER                  PIC X(1).
           05  PL-PREDECESSOR-SLOT OCCURS 7 TIMES.
               10  PL-PREDECESSOR      PIC X(8).
               10  FILLER              PIC X(1).
           05  FILLER                  PIC X(6).

       FD  CYCLE-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CYCLE-LOG-RECORD.
           05  CL-EVENT                PIC X(2).
               88  CL-CYCLE-OPENED             VALUE "CY".
               88  CL-STEP-STARTED             VALUE "ST".
               88  CL-STEP-ENDED               VALUE "EN".
               88  CL-STEP-REFUSED             VALUE "RF".
               88  CL-RERUN-AUTHORIZED         VALUE "RR".
           05  FILLER                  PIC X(1).
           05  CL-CYCLE-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CL-STEP-NAME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  CL-EVENT-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CL-EVENT-TIME           PIC 9(6).
           05  FILLER                  PIC X(1).
           05  CL-RETURN-CODE          PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CL-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(1).
           05  CL-REASON               PIC X(29).

       WORKING-STORAGE SECTION.
           COPY CYCPLAN.
       01  WS-FLAGS.
           05  WS-PLAN-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CYCLE-LOG-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-PLAN-EOF             PIC X(1)  VALUE "N".
           05  WS-CYCLE-LOG-EOF        PIC X(1)  VALUE "N".

       01  WS-STEP-SUB                 PIC 9(2) VALUE 0.
       01  WS-REFUSAL-REASON           PIC X(29) VALUE SPACES.
       01  WS-EVENT-DATE               PIC 9(8) VALUE 0.
       01  WS-EVENT-TIME-FULL          PIC 9(8) VALUE 0.
       01  WS-EVENT-TIME               PIC 9(6) VALUE 0.

       LINKAGE SECTION.
           COPY CYCLINK.

       PROCEDURE DIVISION USING WS-CYCLE-STEP-AREA.
       0000-MAIN-CONTROL.
           IF CS-STEP-STARTING
               PERFORM 2000-CHECK-STEP-START
           ELSE
               PERFORM 3000-RECORD-STEP-END
           END-IF
           GOBACK.

      *    Mirrors 1600-LOAD-CYCLE-PLAN in CYCCTL - keep the two in
      *    step.  No CYCPLAN means no predecessor checks.
       1600-LOAD-CYCLE-PLAN.
           MOVE 0 TO WS-PLAN-COUNT
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS = "35"
               DISPLAY "CYCSTEP: NO CYCPLAN FILE - PREDECESSORS NOT "
                   "CHECKED"
           ELSE
               IF WS-PLAN-STATUS NOT = "00"
                   DISPLAY "CYCSTEP: UNABLE TO OPEN CYCPLAN, STATUS="
                       WS-PLAN-STATUS
                   MOVE "CYCPLAN UNREADABLE" TO WS-REFUSAL-REASON
               ELSE
                   SET WS-PLAN-LOADED TO TRUE
                   MOVE "N" TO WS-PLAN-EOF
                   PERFORM UNTIL WS-PLAN-EOF = "Y"
                       READ PLAN-FILE
                           AT END
                               MOVE "Y" TO WS-PLAN-EOF
                           NOT AT END
                               PERFORM 1650-STORE-ONE-PLAN-STEP
                       END-READ
                   END-PERFORM
                   CLOSE PLAN-FILE
               END-IF
           END-IF.

       1650-STORE-ONE-PLAN-STEP.
           IF PLAN-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-PLAN-COUNT >= 50
                   DISPLAY "CYCSTEP: CYCPLAN HOLDS MORE THAN 50 STEPS "
                       "- IGNORED: " PL-STEP-NAME
               ELSE
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE WS-PLAN-COUNT TO WS-PLAN-SUB
                   MOVE PL-STEP-NAME TO WS-PLAN-STEP(WS-PLAN-SUB)
                   MOVE PL-REQUIREMENT
                       TO WS-PLAN-REQUIREMENT(WS-PLAN-SUB)
                   IF NOT WS-PLAN-OPTIONAL(WS-PLAN-SUB)
                       SET WS-PLAN-REQUIRED(WS-PLAN-SUB) TO TRUE
                   END-IF
                   MOVE 0 TO WS-PLAN-PRED-COUNT(WS-PLAN-SUB)
                   PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                           UNTIL WS-PRED-SUB > 7
                       IF PL-PREDECESSOR(WS-PRED-SUB) NOT = SPACES
                           ADD 1 TO WS-PLAN-PRED-COUNT(WS-PLAN-SUB)
                           MOVE PL-PREDECESSOR(WS-PRED-SUB)
                               TO WS-PLAN-PRED(WS-PLAN-SUB,
                                   WS-PLAN-PRED-COUNT(WS-PLAN-SUB))
                       END-IF
                   END-PERFORM
                   PERFORM 1780-RESET-ONE-STEP-STATE
               END-IF
           END-IF.

      *    Mirrors 1700-LOAD-CYCLE-LOG in CYCCTL - keep the two in
      *    step.  Replays the whole log: each CY starts the state
      *    afresh, so what is left at the end is the last cycle's.
       1700-LOAD-CYCLE-LOG.
           MOVE 0 TO WS-CYCLE-DATE
           OPEN INPUT CYCLE-LOG-FILE
           IF WS-CYCLE-LOG-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-CYCLE-LOG-STATUS NOT = "00"
                   DISPLAY "CYCSTEP: UNABLE TO OPEN CYCLOG, STATUS="
                       WS-CYCLE-LOG-STATUS
                   MOVE "CYCLOG UNREADABLE" TO WS-REFUSAL-REASON
               ELSE
                   MOVE "N" TO WS-CYCLE-LOG-EOF
                   PERFORM UNTIL WS-CYCLE-LOG-EOF = "Y"
                       READ CYCLE-LOG-FILE
                           AT END
                               MOVE "Y" TO WS-CYCLE-LOG-EOF
                           NOT AT END
                               PERFORM 1750-APPLY-ONE-LOG-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE CYCLE-LOG-FILE
               END-IF
           END-IF.

       1750-APPLY-ONE-LOG-EVENT.
           IF CL-CYCLE-OPENED
               MOVE CL-CYCLE-DATE TO WS-CYCLE-DATE
               MOVE CL-EVENT-DATE TO WS-CYCLE-OPENED-DATE
               MOVE CL-EVENT-TIME TO WS-CYCLE-OPENED-TIME
               MOVE CL-OPERATOR TO WS-CYCLE-OPENED-BY
               PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                       UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                   PERFORM 1780-RESET-ONE-STEP-STATE
               END-PERFORM
           ELSE
               IF WS-CYCLE-DATE > 0
                   AND CL-CYCLE-DATE = WS-CYCLE-DATE
                   MOVE CL-STEP-NAME TO WS-PLAN-SEARCH-STEP
                   PERFORM 1800-FIND-PLAN-STEP
                   IF WS-PLAN-FOUND-SUB > 0
                       MOVE WS-PLAN-FOUND-SUB TO WS-PLAN-SUB
                       EVALUATE TRUE
                           WHEN CL-STEP-STARTED
                               SET WS-STEP-RUNNING(WS-PLAN-SUB)
                                   TO TRUE
                               ADD 1 TO WS-PLAN-ATTEMPTS(WS-PLAN-SUB)
                               MOVE CL-EVENT-DATE
                                   TO WS-PLAN-START-DATE(WS-PLAN-SUB)
                               MOVE CL-EVENT-TIME
                                   TO WS-PLAN-START-TIME(WS-PLAN-SUB)
                               MOVE 0 TO WS-PLAN-END-DATE(WS-PLAN-SUB)
                               MOVE 0 TO WS-PLAN-END-TIME(WS-PLAN-SUB)
                               MOVE 0
                                   TO WS-PLAN-RETURN-CODE(WS-PLAN-SUB)
                           WHEN CL-STEP-ENDED
                               MOVE CL-RETURN-CODE
                                   TO WS-PLAN-RETURN-CODE(WS-PLAN-SUB)
                               MOVE CL-EVENT-DATE
                                   TO WS-PLAN-END-DATE(WS-PLAN-SUB)
                               MOVE CL-EVENT-TIME
                                   TO WS-PLAN-END-TIME(WS-PLAN-SUB)
                               IF CL-RETURN-CODE > 4
                                   SET WS-STEP-FAILED(WS-PLAN-SUB)
                                       TO TRUE
                               ELSE
                                   SET WS-STEP-COMPLETE(WS-PLAN-SUB)
                                       TO TRUE
                               END-IF
                           WHEN CL-STEP-REFUSED
                               ADD 1 TO WS-PLAN-REFUSALS(WS-PLAN-SUB)
                           WHEN CL-RERUN-AUTHORIZED
                               SET WS-STEP-NOT-STARTED(WS-PLAN-SUB)
                                   TO TRUE
                               MOVE CL-OPERATOR
                                   TO WS-PLAN-RERUN-BY(WS-PLAN-SUB)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       1780-RESET-ONE-STEP-STATE.
           SET WS-STEP-NOT-STARTED(WS-PLAN-SUB) TO TRUE
           MOVE 0 TO WS-PLAN-RETURN-CODE(WS-PLAN-SUB)
           MOVE 0 TO WS-PLAN-START-DATE(WS-PLAN-SUB)
           MOVE 0 TO WS-PLAN-START-TIME(WS-PLAN-SUB)
           MOVE 0 TO WS-PLAN-END-DATE(WS-PLAN-SUB)
           MOVE 0 TO WS-PLAN-END-TIME(WS-PLAN-SUB)
           MOVE 0 TO WS-PLAN-ATTEMPTS(WS-PLAN-SUB)
           MOVE 0 TO WS-PLAN-REFUSALS(WS-PLAN-SUB)
           MOVE SPACES TO WS-PLAN-RERUN-BY(WS-PLAN-SUB).

      *    Mirrors 1800-FIND-PLAN-STEP in CYCCTL - keep the two in
      *    step.  A step the plan does not name is added behind the
      *    planned steps as unplanned, so it is still tracked.
       1800-FIND-PLAN-STEP.
           MOVE 0 TO WS-PLAN-FOUND-SUB
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                      OR WS-PLAN-FOUND-SUB > 0
               IF WS-PLAN-STEP(WS-PLAN-SUB) = WS-PLAN-SEARCH-STEP
                   MOVE WS-PLAN-SUB TO WS-PLAN-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PLAN-FOUND-SUB = 0 AND WS-PLAN-COUNT < 50
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO WS-PLAN-SUB
               MOVE WS-PLAN-SEARCH-STEP TO WS-PLAN-STEP(WS-PLAN-SUB)
               SET WS-PLAN-UNPLANNED(WS-PLAN-SUB) TO TRUE
               MOVE 0 TO WS-PLAN-PRED-COUNT(WS-PLAN-SUB)
               PERFORM 1780-RESET-ONE-STEP-STATE
               MOVE WS-PLAN-COUNT TO WS-PLAN-FOUND-SUB
           END-IF.

       2000-CHECK-STEP-START.
           SET CS-STEP-ALLOWED TO TRUE
           MOVE 0 TO CS-CYCLE-DATE
           MOVE SPACES TO WS-REFUSAL-REASON
           PERFORM 1600-LOAD-CYCLE-PLAN
           PERFORM 1700-LOAD-CYCLE-LOG
           IF WS-CYCLE-DATE = 0
               IF WS-REFUSAL-REASON = SPACES
                   DISPLAY "CYCSTEP: NO CYCLE OPEN ON CYCLOG - "
                       CS-STEP-NAME " RUNS OUTSIDE CYCLE CONTROL"
               ELSE
                   DISPLAY "CYCSTEP: " CS-STEP-NAME " REFUSED - "
                       WS-REFUSAL-REASON
                   SET CS-STEP-REFUSED TO TRUE
               END-IF
           ELSE
               MOVE WS-CYCLE-DATE TO CS-CYCLE-DATE
               IF WS-REFUSAL-REASON = SPACES
                   MOVE CS-STEP-NAME TO WS-PLAN-SEARCH-STEP
                   PERFORM 1800-FIND-PLAN-STEP
                   MOVE WS-PLAN-FOUND-SUB TO WS-STEP-SUB
                   IF WS-STEP-SUB = 0
                       MOVE "CYCLE STEP TABLE FULL"
                           TO WS-REFUSAL-REASON
                   ELSE
                       PERFORM 2100-CHECK-STEP-STATE
                   END-IF
               END-IF
               PERFORM 2500-LOG-STEP-START
           END-IF.

       2100-CHECK-STEP-STATE.
           IF WS-STEP-COMPLETE(WS-STEP-SUB)
               MOVE "ALREADY COMPLETE THIS CYCLE" TO WS-REFUSAL-REASON
           ELSE
               IF WS-PLAN-UNPLANNED(WS-STEP-SUB)
                   IF WS-PLAN-LOADED
                       DISPLAY "CYCSTEP: " CS-STEP-NAME " IS NOT ON "
                           "THE CYCLE PLAN - LOGGED, NOT CHECKED"
                   END-IF
               ELSE
                   PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                           UNTIL WS-PRED-SUB >
                                 WS-PLAN-PRED-COUNT(WS-STEP-SUB)
                              OR WS-REFUSAL-REASON NOT = SPACES
                       IF WS-PLAN-PRED(WS-STEP-SUB, WS-PRED-SUB)
                               = "*ALL"
                           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                                   UNTIL WS-PLAN-SUB >= WS-STEP-SUB
                                      OR WS-REFUSAL-REASON NOT = SPACES
                               PERFORM 2200-CHECK-ONE-PREDECESSOR
                           END-PERFORM
                       ELSE
                           MOVE WS-PLAN-PRED(WS-STEP-SUB, WS-PRED-SUB)
                               TO WS-PLAN-SEARCH-STEP
                           PERFORM 1800-FIND-PLAN-STEP
                           IF WS-PLAN-FOUND-SUB = 0
                               MOVE "CYCLE STEP TABLE FULL"
                                   TO WS-REFUSAL-REASON
                           ELSE
                               MOVE WS-PLAN-FOUND-SUB TO WS-PLAN-SUB
                               PERFORM 2200-CHECK-ONE-PREDECESSOR
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-REFUSAL-REASON = SPACES
                   IF WS-STEP-RUNNING(WS-STEP-SUB)
                       DISPLAY "CYCSTEP: RESTARTING " CS-STEP-NAME
                           " - ITS LAST ATTEMPT DID NOT END"
                   END-IF
                   IF WS-STEP-FAILED(WS-STEP-SUB)
                       DISPLAY "CYCSTEP: RESTARTING " CS-STEP-NAME
                           " - ITS LAST ATTEMPT ENDED RC "
                           WS-PLAN-RETURN-CODE(WS-STEP-SUB)
                   END-IF
               END-IF
           END-IF.

      *    A predecessor is satisfied once it has ended cleanly, or
      *    when it is optional and has not been run this cycle.
       2200-CHECK-ONE-PREDECESSOR.
           EVALUATE TRUE
               WHEN WS-STEP-COMPLETE(WS-PLAN-SUB)
                   CONTINUE
               WHEN WS-PLAN-OPTIONAL(WS-PLAN-SUB)
                   AND WS-STEP-NOT-STARTED(WS-PLAN-SUB)
                   CONTINUE
               WHEN WS-STEP-RUNNING(WS-PLAN-SUB)
                   STRING "PREDECESSOR " WS-PLAN-STEP(WS-PLAN-SUB)
                           " NOT ENDED"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               WHEN WS-STEP-FAILED(WS-PLAN-SUB)
                   STRING "PREDECESSOR " WS-PLAN-STEP(WS-PLAN-SUB)
                           " FAILED"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               WHEN OTHER
                   STRING "PREDECESSOR " WS-PLAN-STEP(WS-PLAN-SUB)
                           " NOT RUN"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
           END-EVALUATE.

       2500-LOG-STEP-START.
           PERFORM 4000-OPEN-CYCLE-LOG-EXTEND
           IF WS-CYCLE-LOG-STATUS NOT = "00"
               SET CS-STEP-REFUSED TO TRUE
               DISPLAY "CYCSTEP: " CS-STEP-NAME " REFUSED - START "
                   "CANNOT BE LOGGED"
           ELSE
               MOVE SPACES TO CYCLE-LOG-RECORD
               MOVE WS-CYCLE-DATE TO CL-CYCLE-DATE
               MOVE CS-STEP-NAME TO CL-STEP-NAME
               MOVE WS-EVENT-DATE TO CL-EVENT-DATE
               MOVE WS-EVENT-TIME TO CL-EVENT-TIME
               MOVE 0 TO CL-RETURN-CODE
               IF WS-REFUSAL-REASON = SPACES
                   SET CL-STEP-STARTED TO TRUE
                   DISPLAY "CYCSTEP: " CS-STEP-NAME " STARTED FOR "
                       "CYCLE " WS-CYCLE-DATE
               ELSE
                   SET CL-STEP-REFUSED TO TRUE
                   MOVE WS-REFUSAL-REASON TO CL-REASON
                   SET CS-STEP-REFUSED TO TRUE
                   DISPLAY "CYCSTEP: " CS-STEP-NAME " REFUSED FOR "
                       "CYCLE " WS-CYCLE-DATE " - " WS-REFUSAL-REASON
               END-IF
               WRITE CYCLE-LOG-RECORD
               CLOSE CYCLE-LOG-FILE
           END-IF.

      *    Nothing to log when the start ran outside cycle control.
       3000-RECORD-STEP-END.
           IF CS-CYCLE-DATE > 0
               PERFORM 4000-OPEN-CYCLE-LOG-EXTEND
               IF WS-CYCLE-LOG-STATUS NOT = "00"
                   DISPLAY "CYCSTEP: END OF " CS-STEP-NAME " NOT "
                       "LOGGED - CYCCTL WILL SHOW IT AS NOT ENDED"
               ELSE
                   MOVE SPACES TO CYCLE-LOG-RECORD
                   SET CL-STEP-ENDED TO TRUE
                   MOVE CS-CYCLE-DATE TO CL-CYCLE-DATE
                   MOVE CS-STEP-NAME TO CL-STEP-NAME
                   MOVE WS-EVENT-DATE TO CL-EVENT-DATE
                   MOVE WS-EVENT-TIME TO CL-EVENT-TIME
                   MOVE CS-RETURN-CODE TO CL-RETURN-CODE
                   WRITE CYCLE-LOG-RECORD
                   CLOSE CYCLE-LOG-FILE
                   DISPLAY "CYCSTEP: " CS-STEP-NAME " ENDED RC "
                       CS-RETURN-CODE " FOR CYCLE " CS-CYCLE-DATE
               END-IF
           END-IF.

       4000-OPEN-CYCLE-LOG-EXTEND.
           ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EVENT-TIME-FULL FROM TIME
           MOVE WS-EVENT-TIME-FULL(1:6) TO WS-EVENT-TIME
           OPEN EXTEND CYCLE-LOG-FILE
           IF WS-CYCLE-LOG-STATUS NOT = "00"
               DISPLAY "CYCSTEP: UNABLE TO OPEN CYCLOG, STATUS="
                   WS-CYCLE-LOG-STATUS
           END-IF.
