      ******************************************************************
      *    CYCCTL
      *    Nightly cycle controller.  Every step of the cycle logs
      *    its start, its end, and its return code on the CYCLOG
      *    cycle control file through CYCSTEP, and CYCSTEP refuses a
      *    step whose predecessors in the cycle plan (CYCPLAN) have
      *    not ended cleanly, or which has already ended cleanly
      *    this cycle.  This program opens each cycle and is what
      *    the operator runs after an abend: it prints one cycle
      *    status page to CYCRPT - every planned step in plan order
      *    with its state, times, return code, attempts, and
      *    refusals - and names the exact step to restart from, the
      *    first planned step not yet cleanly complete.  Everything
      *    above it is done and CYCSTEP will not let it run again,
      *    so a step that has already appended to XTRCTL or RUNLOG,
      *    or advanced GENCTL, is never repeated, and nothing below
      *    it can be skipped.
      *    CYCPARM cards (keyword=value, all optional - with none,
      *    the run only prints the status page):
      *        OPEN-CYCLE=yyyymmdd  open a new cycle under that date.
      *                             Refused while the current cycle
      *                             is incomplete, or when the date
      *                             is not after the current cycle's.
      *        FORCE-OPEN=YES       open it even so, abandoning the
      *                             incomplete cycle (alerted).
      *        RERUN-STEP=name      let a step that already ended
      *                             cleanly this cycle run once more,
      *                             e.g. TABMAINT after MSTBKOUT has
      *                             backed its generation out.
      *        OPERATOR=name        who authorized the above -
      *                             required with any of them, and
      *                             logged on CYCLOG.
      *    Return code: 0 cycle complete, 4 cycle in progress with
      *    nothing failed, 8 a step failed, did not end, or was
      *    refused - restart needed, 16 a card or plan error or a
      *    refused OPEN-CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "CYCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    The cycle plan - step order and predecessors.  Layout in
      *    CYCPLAN.cpy.
           SELECT PLAN-FILE
               ASSIGN TO "CYCPLAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

      *    The cycle control file CYCSTEP appends to.  Read through
      *    for the current cycle's state; a new cycle or a rerun
      *    authorization is appended.  Layout in CYCPLAN.cpy.
           SELECT CYCLE-LOG-FILE
               ASSIGN TO "CYCLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-LOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "CYCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    This run's machine-readable alerts, one fixed-layout
      *    record per exception raised, merged into the operations
      *    dashboard by OPSSUM.  Layout in ALERTREC.cpy.
           SELECT ALERT-FILE
               ASSIGN TO "ALTCYC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                 PIC X(80).

      *    Same layouts CYCSTEP reads - keep the two in step.
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

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY ALERTREC.
           COPY CYCPLAN.
       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PLAN-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CYCLE-LOG-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X(1)  VALUE "N".
           05  WS-PLAN-EOF             PIC X(1)  VALUE "N".
           05  WS-CYCLE-LOG-EOF        PIC X(1)  VALUE "N".
           05  WS-FORCE-OPEN-SWITCH    PIC X(1)  VALUE "N".
               88  WS-FORCE-OPEN               VALUE "Y".
           05  WS-OPEN-REFUSED-SWITCH  PIC X(1)  VALUE "N".
               88  WS-OPEN-REFUSED             VALUE "Y".

       01  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(60) VALUE SPACES.
       01  WS-VALUE-NUMERIC            PIC X(1)  VALUE "N".
       01  WS-VALUE-ENDED              PIC X(1)  VALUE "N".
       01  WS-VALUE-SUB                PIC 9(2)  VALUE 0.
       01  WS-VALUE-DIGIT-COUNT        PIC 9(2)  VALUE 0.

       01  WS-OPEN-CYCLE-DATE          PIC 9(8) VALUE 0.
       01  WS-RERUN-STEP               PIC X(8) VALUE SPACES.
       01  WS-OPERATOR                 PIC X(8) VALUE SPACES.

      *    Planned steps are the first WS-PLANNED-COUNT entries of
      *    the plan table; unplanned steps the log names follow.
       01  WS-PLANNED-COUNT            PIC 9(2) VALUE 0.
       01  WS-STEP-SUB                 PIC 9(2) VALUE 0.
       01  WS-CHECK-SUB                PIC 9(2) VALUE 0.
       01  WS-RESTART-SUB              PIC 9(2) VALUE 0.
       01  WS-PLAN-ERROR-COUNT         PIC 9(3) VALUE 0.
       01  WS-COMPLETE-COUNT           PIC 9(2) VALUE 0.
       01  WS-PREDECESSOR-FOUND        PIC X(1) VALUE "N".
       01  WS-CYCLE-TROUBLE-SWITCH     PIC X(1) VALUE "N".
           88  WS-CYCLE-TROUBLE                VALUE "Y".
       01  WS-PRIOR-CYCLE-DATE         PIC 9(8) VALUE 0.

       01  WS-EVENT-DATE               PIC 9(8) VALUE 0.
       01  WS-EVENT-TIME-FULL          PIC 9(8) VALUE 0.
       01  WS-EVENT-TIME               PIC 9(6) VALUE 0.

       01  WS-STAMP-DATE               PIC 9(8) VALUE 0.
       01  WS-STAMP-TIME               PIC 9(6) VALUE 0.
       01  WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
           05  WS-STAMP-HH             PIC 9(2).
           05  WS-STAMP-MI             PIC 9(2).
           05  WS-STAMP-SS             PIC 9(2).
       01  WS-STAMP-TEXT               PIC X(17) VALUE SPACES.
       01  WS-PRED-LIST-POINTER        PIC 9(3) VALUE 0.

       01  WS-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).

       01  WS-STEP-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-SEQUENCE             PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-STEP-NAME            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-REQUIREMENT          PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-STATE                PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-STARTED              PIC X(17).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-ENDED                PIC X(17).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-RETURN-CODE          PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-ATTEMPTS             PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-REFUSALS             PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SL-PREDECESSORS         PIC X(43).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-PARM-CARDS
           PERFORM 1600-LOAD-CYCLE-PLAN
           PERFORM 1900-VALIDATE-CYCLE-PLAN
           PERFORM 1700-LOAD-CYCLE-LOG
           IF WS-OPEN-CYCLE-DATE > 0
               PERFORM 2000-OPEN-NEW-CYCLE
           END-IF
           IF WS-RERUN-STEP NOT = SPACES
               PERFORM 2500-AUTHORIZE-RERUN
           END-IF
           PERFORM 3000-FIND-RESTART-STEP
           PERFORM 8000-PRINT-CYCLE-STATUS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CYCCTL: UNABLE TO OPEN CYCRPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "CYCCTL: UNABLE TO OPEN ALTCYC, STATUS="
                   WS-ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ALERT-RECORD
           MOVE "CYCCTL" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           PERFORM 1100-PRINT-PAGE-HEADER.

       1100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/"
                   WS-RUN-YYYY "   NIGHTLY CYCLE STATUS   PAGE "
                   WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       1500-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               DISPLAY "CYCCTL: NO CYCPARM FILE - STATUS PAGE ONLY"
           ELSE
               IF WS-PARM-STATUS NOT = "00"
                   DISPLAY "CYCCTL: UNABLE TO OPEN CYCPARM, STATUS="
                       WS-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-PARM-EOF
               PERFORM UNTIL WS-PARM-EOF = "Y"
                   READ PARM-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF
                       NOT AT END
                           PERFORM 1550-APPLY-PARM-CARD
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF (WS-OPEN-CYCLE-DATE > 0 OR WS-RERUN-STEP NOT = SPACES)
               AND WS-OPERATOR = SPACES
               DISPLAY "CYCCTL: OPEN-CYCLE AND RERUN-STEP NEED AN "
                   "OPERATOR CARD - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FORCE-OPEN AND WS-OPEN-CYCLE-DATE = 0
               DISPLAY "CYCCTL: FORCE-OPEN WITHOUT OPEN-CYCLE - RUN "
                   "ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1550-APPLY-PARM-CARD.
           IF PARM-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "OPEN-CYCLE"
                       PERFORM 1560-VALIDATE-NUMERIC-VALUE
                       IF WS-VALUE-NUMERIC = "N"
                           OR WS-VALUE-DIGIT-COUNT NOT = 8
                           DISPLAY "CYCCTL: OPEN-CYCLE MUST BE "
                               "YYYYMMDD ON CARD: " PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-VALUE(1:8) TO WS-OPEN-CYCLE-DATE
                   WHEN "FORCE-OPEN"
                       IF WS-PARM-VALUE = "YES"
                           SET WS-FORCE-OPEN TO TRUE
                       ELSE
                           DISPLAY "CYCCTL: FORCE-OPEN MUST BE YES ON "
                               "CARD: " PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "RERUN-STEP"
                       IF WS-PARM-VALUE = SPACES
                           OR WS-PARM-VALUE(9:52) NOT = SPACES
                           DISPLAY "CYCCTL: RERUN-STEP MUST NAME A "
                               "STEP OF 1-8 CHARACTERS ON CARD: "
                               PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-VALUE(1:8) TO WS-RERUN-STEP
                   WHEN "OPERATOR"
                       IF WS-PARM-VALUE = SPACES
                           OR WS-PARM-VALUE(9:52) NOT = SPACES
                           DISPLAY "CYCCTL: OPERATOR MUST BE 1-8 "
                               "CHARACTERS ON CARD: " PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-VALUE(1:8) TO WS-OPERATOR
                   WHEN OTHER
                       DISPLAY "CYCCTL: UNRECOGNIZED PARAMETER CARD: "
                           PARM-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      *    A card value is numeric when it is one unbroken run of
      *    digits ended by the first space - mirrors
      *    1300-VALIDATE-NUMERIC-VALUE in TABLEBLD, so every card
      *    file in the suite accepts the same operator typing.
       1560-VALIDATE-NUMERIC-VALUE.
           MOVE "Y" TO WS-VALUE-NUMERIC
           MOVE "N" TO WS-VALUE-ENDED
           MOVE 0 TO WS-VALUE-DIGIT-COUNT
           PERFORM VARYING WS-VALUE-SUB FROM 1 BY 1
                   UNTIL WS-VALUE-SUB > 60 OR WS-VALUE-ENDED = "Y"
               IF WS-PARM-VALUE(WS-VALUE-SUB:1) = SPACE
                   MOVE "Y" TO WS-VALUE-ENDED
               ELSE
                   IF WS-PARM-VALUE(WS-VALUE-SUB:1) IS NUMERIC
                       ADD 1 TO WS-VALUE-DIGIT-COUNT
                   ELSE
                       MOVE "N" TO WS-VALUE-NUMERIC
                       MOVE "Y" TO WS-VALUE-ENDED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VALUE-DIGIT-COUNT = 0
               MOVE "N" TO WS-VALUE-NUMERIC
           END-IF.

      *    Mirrors 1600-LOAD-CYCLE-PLAN in CYCSTEP - keep the two in
      *    step.  The controller has nothing to control without a
      *    plan, so here a missing CYCPLAN is an abend.
       1600-LOAD-CYCLE-PLAN.
           MOVE 0 TO WS-PLAN-COUNT
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "CYCCTL: UNABLE TO OPEN CYCPLAN, STATUS="
                   WS-PLAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
           MOVE WS-PLAN-COUNT TO WS-PLANNED-COUNT.

       1650-STORE-ONE-PLAN-STEP.
           IF PLAN-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-PLAN-COUNT >= 50
                   DISPLAY "CYCCTL: CYCPLAN HOLDS MORE THAN 50 STEPS "
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

      *    Mirrors 1700-LOAD-CYCLE-LOG in CYCSTEP - keep the two in
      *    step.  Replays the whole log: each CY starts the state
      *    afresh, so what is left at the end is the last cycle's.
       1700-LOAD-CYCLE-LOG.
           MOVE 0 TO WS-CYCLE-DATE
           OPEN INPUT CYCLE-LOG-FILE
           IF WS-CYCLE-LOG-STATUS = "35"
               DISPLAY "CYCCTL: NO CYCLOG FILE - NO CYCLE OPENED YET"
           ELSE
               IF WS-CYCLE-LOG-STATUS NOT = "00"
                   DISPLAY "CYCCTL: UNABLE TO OPEN CYCLOG, STATUS="
                       WS-CYCLE-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
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

      *    Mirrors 1800-FIND-PLAN-STEP in CYCSTEP - keep the two in
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

      *    A plan CYCSTEP could not honour is caught here, before any
      *    cycle runs on it: a step listed twice, or a predecessor
      *    that is not a step listed above the step naming it.
       1900-VALIDATE-CYCLE-PLAN.
           IF WS-PLANNED-COUNT = 0
               DISPLAY "CYCCTL: CYCPLAN LISTS NO STEPS"
               ADD 1 TO WS-PLAN-ERROR-COUNT
           END-IF
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-PLANNED-COUNT
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB >= WS-STEP-SUB
                   IF WS-PLAN-STEP(WS-CHECK-SUB) =
                           WS-PLAN-STEP(WS-STEP-SUB)
                       DISPLAY "CYCCTL: CYCPLAN LISTS "
                           WS-PLAN-STEP(WS-STEP-SUB) " TWICE"
                       ADD 1 TO WS-PLAN-ERROR-COUNT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB >
                             WS-PLAN-PRED-COUNT(WS-STEP-SUB)
                   IF WS-PLAN-PRED(WS-STEP-SUB, WS-PRED-SUB)
                           NOT = "*ALL"
                       MOVE "N" TO WS-PREDECESSOR-FOUND
                       PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                               UNTIL WS-CHECK-SUB >= WS-STEP-SUB
                           IF WS-PLAN-STEP(WS-CHECK-SUB) =
                                   WS-PLAN-PRED(WS-STEP-SUB,
                                       WS-PRED-SUB)
                               MOVE "Y" TO WS-PREDECESSOR-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-PREDECESSOR-FOUND = "N"
                           DISPLAY "CYCCTL: CYCPLAN STEP "
                               WS-PLAN-STEP(WS-STEP-SUB)
                               " NAMES PREDECESSOR "
                               WS-PLAN-PRED(WS-STEP-SUB, WS-PRED-SUB)
                               " WHICH IS NOT LISTED ABOVE IT"
                           ADD 1 TO WS-PLAN-ERROR-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-PLAN-ERROR-COUNT > 0
               SET AL-SEV-FATAL TO TRUE
               MOVE "CYCP" TO AL-ALERT-CODE
               STRING "CYCPLAN HAS " WS-PLAN-ERROR-COUNT
                       " ERROR(S) - SEE CONSOLE; NO CYCLE CONTROL"
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE SPACES TO REPORT-LINE
               STRING "** CYCPLAN HAS " WS-PLAN-ERROR-COUNT
                       " ERROR(S) - CORRECT THE PLAN BEFORE THE "
                       "CYCLE RUNS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               CLOSE ALERT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A new cycle may open only once the current one is
      *    complete - otherwise its unfinished steps would be lost
      *    from view - unless the operator forces it.
       2000-OPEN-NEW-CYCLE.
           MOVE WS-CYCLE-DATE TO WS-PRIOR-CYCLE-DATE
           PERFORM 3000-FIND-RESTART-STEP
           IF WS-OPEN-CYCLE-DATE NOT > WS-CYCLE-DATE
               DISPLAY "CYCCTL: OPEN-CYCLE " WS-OPEN-CYCLE-DATE
                   " IS NOT AFTER THE CURRENT CYCLE " WS-CYCLE-DATE
               SET WS-OPEN-REFUSED TO TRUE
               SET AL-SEV-FATAL TO TRUE
               MOVE "CYCO" TO AL-ALERT-CODE
               STRING "OPEN-CYCLE " WS-OPEN-CYCLE-DATE
                       " NOT AFTER CURRENT CYCLE " WS-CYCLE-DATE
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
           ELSE
               IF WS-RESTART-SUB > 0 AND NOT WS-FORCE-OPEN
                   DISPLAY "CYCCTL: CYCLE " WS-CYCLE-DATE
                       " IS NOT COMPLETE - RESTART FROM "
                       WS-PLAN-STEP(WS-RESTART-SUB)
                       " BEFORE OPENING " WS-OPEN-CYCLE-DATE
                   SET WS-OPEN-REFUSED TO TRUE
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "CYCO" TO AL-ALERT-CODE
                   STRING "CYCLE " WS-CYCLE-DATE " INCOMPLETE - "
                           WS-OPEN-CYCLE-DATE " NOT OPENED"
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
               ELSE
                   IF WS-RESTART-SUB > 0
                       DISPLAY "CYCCTL: CYCLE " WS-CYCLE-DATE
                           " ABANDONED AT STEP "
                           WS-PLAN-STEP(WS-RESTART-SUB) " BY "
                           WS-OPERATOR
                       SET AL-SEV-WARNING TO TRUE
                       MOVE "CYCF" TO AL-ALERT-CODE
                       MOVE WS-PLAN-STEP(WS-RESTART-SUB) TO AL-KEY
                       STRING "CYCLE " WS-CYCLE-DATE
                               " ABANDONED INCOMPLETE BY " WS-OPERATOR
                           DELIMITED BY SIZE INTO AL-TEXT
                       PERFORM 9500-WRITE-ALERT-RECORD
                   END-IF
                   PERFORM 4000-OPEN-CYCLE-LOG-EXTEND
                   MOVE SPACES TO CYCLE-LOG-RECORD
                   SET CL-CYCLE-OPENED TO TRUE
                   MOVE WS-OPEN-CYCLE-DATE TO CL-CYCLE-DATE
                   MOVE WS-EVENT-DATE TO CL-EVENT-DATE
                   MOVE WS-EVENT-TIME TO CL-EVENT-TIME
                   MOVE 0 TO CL-RETURN-CODE
                   MOVE WS-OPERATOR TO CL-OPERATOR
                   WRITE CYCLE-LOG-RECORD
                   CLOSE CYCLE-LOG-FILE
                   PERFORM 1750-APPLY-ONE-LOG-EVENT
                   DISPLAY "CYCCTL: CYCLE " WS-CYCLE-DATE
                       " OPENED BY " WS-OPERATOR
                   SET AL-SEV-INFO TO TRUE
                   MOVE "CYCN" TO AL-ALERT-CODE
                   STRING "CYCLE " WS-CYCLE-DATE " OPENED BY "
                           WS-OPERATOR
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
               END-IF
           END-IF.

      *    Only a step that ended cleanly needs authority to run
      *    again - one that failed or did not end is already the
      *    restart and CYCSTEP lets it through.
       2500-AUTHORIZE-RERUN.
           IF WS-OPEN-REFUSED OR WS-CYCLE-DATE = 0
               DISPLAY "CYCCTL: NO CYCLE OPEN - RERUN-STEP "
                   WS-RERUN-STEP " IGNORED"
           ELSE
               MOVE WS-RERUN-STEP TO WS-PLAN-SEARCH-STEP
               PERFORM 1800-FIND-PLAN-STEP
               MOVE WS-PLAN-FOUND-SUB TO WS-STEP-SUB
               IF WS-STEP-SUB = 0
                   DISPLAY "CYCCTL: CYCLE STEP TABLE FULL - "
                       "RERUN-STEP " WS-RERUN-STEP " IGNORED"
               ELSE
                   IF NOT WS-STEP-COMPLETE(WS-STEP-SUB)
                       DISPLAY "CYCCTL: " WS-RERUN-STEP " HAS NOT "
                           "ENDED CLEANLY THIS CYCLE - IT MAY RUN "
                           "WITHOUT A RERUN"
                   ELSE
                       PERFORM 4000-OPEN-CYCLE-LOG-EXTEND
                       MOVE SPACES TO CYCLE-LOG-RECORD
                       SET CL-RERUN-AUTHORIZED TO TRUE
                       MOVE WS-CYCLE-DATE TO CL-CYCLE-DATE
                       MOVE WS-RERUN-STEP TO CL-STEP-NAME
                       MOVE WS-EVENT-DATE TO CL-EVENT-DATE
                       MOVE WS-EVENT-TIME TO CL-EVENT-TIME
                       MOVE 0 TO CL-RETURN-CODE
                       MOVE WS-OPERATOR TO CL-OPERATOR
                       WRITE CYCLE-LOG-RECORD
                       CLOSE CYCLE-LOG-FILE
                       PERFORM 1750-APPLY-ONE-LOG-EVENT
                       DISPLAY "CYCCTL: RERUN OF " WS-RERUN-STEP
                           " AUTHORIZED BY " WS-OPERATOR
                       SET AL-SEV-WARNING TO TRUE
                       MOVE "CYCR" TO AL-ALERT-CODE
                       MOVE WS-RERUN-STEP TO AL-KEY
                       STRING "RERUN AUTHORIZED BY " WS-OPERATOR
                               " - CHECK WHAT THE STEP APPENDS"
                           DELIMITED BY SIZE INTO AL-TEXT
                       PERFORM 9500-WRITE-ALERT-RECORD
                   END-IF
               END-IF
           END-IF.

      *    The restart step is the first planned step not cleanly
      *    complete, skipping optional steps not run this cycle.
       3000-FIND-RESTART-STEP.
           MOVE 0 TO WS-RESTART-SUB
           MOVE 0 TO WS-COMPLETE-COUNT
           MOVE "N" TO WS-CYCLE-TROUBLE-SWITCH
           IF WS-CYCLE-DATE > 0
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-PLAN-COUNT
                   IF WS-STEP-COMPLETE(WS-STEP-SUB)
                       ADD 1 TO WS-COMPLETE-COUNT
                   END-IF
                   IF WS-STEP-FAILED(WS-STEP-SUB)
                       OR WS-STEP-RUNNING(WS-STEP-SUB)
                       OR (WS-PLAN-REFUSALS(WS-STEP-SUB) > 0
                           AND NOT WS-STEP-COMPLETE(WS-STEP-SUB))
                       SET WS-CYCLE-TROUBLE TO TRUE
                   END-IF
                   IF WS-RESTART-SUB = 0
                       AND WS-STEP-SUB NOT > WS-PLANNED-COUNT
                       AND NOT WS-STEP-COMPLETE(WS-STEP-SUB)
                       IF WS-PLAN-OPTIONAL(WS-STEP-SUB)
                           AND WS-STEP-NOT-STARTED(WS-STEP-SUB)
                           CONTINUE
                       ELSE
                           MOVE WS-STEP-SUB TO WS-RESTART-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       4000-OPEN-CYCLE-LOG-EXTEND.
           ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EVENT-TIME-FULL FROM TIME
           MOVE WS-EVENT-TIME-FULL(1:6) TO WS-EVENT-TIME
           OPEN EXTEND CYCLE-LOG-FILE
           IF WS-CYCLE-LOG-STATUS = "35"
               OPEN OUTPUT CYCLE-LOG-FILE
           END-IF
           IF WS-CYCLE-LOG-STATUS NOT = "00"
               DISPLAY "CYCCTL: UNABLE TO OPEN CYCLOG, STATUS="
                   WS-CYCLE-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7500-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

       8000-PRINT-CYCLE-STATUS.
           MOVE SPACES TO REPORT-LINE
           IF WS-CYCLE-DATE = 0
               MOVE "  NO CYCLE HAS BEEN OPENED ON CYCLOG"
                   TO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
           ELSE
               MOVE WS-CYCLE-OPENED-DATE TO WS-STAMP-DATE
               MOVE WS-CYCLE-OPENED-TIME TO WS-STAMP-TIME
               PERFORM 8200-FORMAT-TIMESTAMP
               STRING "  CYCLE DATE " WS-CYCLE-DATE "   OPENED "
                       WS-STAMP-TEXT " BY " WS-CYCLE-OPENED-BY
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               IF WS-OPEN-REFUSED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** OPEN-CYCLE " WS-OPEN-CYCLE-DATE
                           " REFUSED - THIS CYCLE IS STILL CURRENT"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 7500-WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  SEQ  STEP      REQ  STATE         STARTED"
                       "            ENDED              RC    "
                       "TRY  REF  PREDECESSORS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-PLAN-COUNT
                   IF WS-STEP-SUB NOT > WS-PLANNED-COUNT
                       OR WS-PLAN-ATTEMPTS(WS-STEP-SUB) > 0
                       OR WS-PLAN-REFUSALS(WS-STEP-SUB) > 0
                       PERFORM 8100-PRINT-STEP-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WS-RESTART-SUB = 0
                   STRING "  CYCLE " WS-CYCLE-DATE " COMPLETE - "
                           "EVERY PLANNED STEP ENDED CLEANLY"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   IF WS-STEP-NOT-STARTED(WS-RESTART-SUB)
                       AND NOT WS-CYCLE-TROUBLE
                       STRING "  CYCLE IN PROGRESS - NEXT STEP TO "
                               "RUN: " WS-PLAN-STEP(WS-RESTART-SUB)
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING "  ** RESTART FROM STEP: "
                                   DELIMITED BY SIZE
                               WS-PLAN-STEP(WS-RESTART-SUB)
                                   DELIMITED BY SPACE
                               " - EVERY STEP ABOVE IT IS COMPLETE "
                               "AND WILL BE REFUSED IF RUN AGAIN"
                                   DELIMITED BY SIZE
                           INTO REPORT-LINE
                   END-IF
               END-IF
               PERFORM 7500-WRITE-REPORT-LINE
           END-IF.

       8100-PRINT-STEP-LINE.
           MOVE SPACES TO WS-STEP-LINE
           IF WS-STEP-SUB NOT > WS-PLANNED-COUNT
               MOVE WS-STEP-SUB TO SL-SEQUENCE
           END-IF
           MOVE WS-PLAN-STEP(WS-STEP-SUB) TO SL-STEP-NAME
           EVALUATE TRUE
               WHEN WS-PLAN-REQUIRED(WS-STEP-SUB)
                   MOVE "REQ" TO SL-REQUIREMENT
               WHEN WS-PLAN-OPTIONAL(WS-STEP-SUB)
                   MOVE "OPT" TO SL-REQUIREMENT
               WHEN OTHER
                   MOVE "---" TO SL-REQUIREMENT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-STEP-COMPLETE(WS-STEP-SUB)
                   MOVE "COMPLETE" TO SL-STATE
               WHEN WS-STEP-FAILED(WS-STEP-SUB)
                   MOVE "FAILED" TO SL-STATE
               WHEN WS-STEP-RUNNING(WS-STEP-SUB)
                   MOVE "NOT ENDED" TO SL-STATE
               WHEN WS-PLAN-RERUN-BY(WS-STEP-SUB) NOT = SPACES
                   MOVE "RERUN AUTH" TO SL-STATE
               WHEN WS-PLAN-REFUSALS(WS-STEP-SUB) > 0
                   MOVE "REFUSED" TO SL-STATE
               WHEN OTHER
                   MOVE "NOT STARTED" TO SL-STATE
           END-EVALUATE
           IF WS-PLAN-START-DATE(WS-STEP-SUB) > 0
               MOVE WS-PLAN-START-DATE(WS-STEP-SUB) TO WS-STAMP-DATE
               MOVE WS-PLAN-START-TIME(WS-STEP-SUB) TO WS-STAMP-TIME
               PERFORM 8200-FORMAT-TIMESTAMP
               MOVE WS-STAMP-TEXT TO SL-STARTED
           END-IF
           IF WS-PLAN-END-DATE(WS-STEP-SUB) > 0
               MOVE WS-PLAN-END-DATE(WS-STEP-SUB) TO WS-STAMP-DATE
               MOVE WS-PLAN-END-TIME(WS-STEP-SUB) TO WS-STAMP-TIME
               PERFORM 8200-FORMAT-TIMESTAMP
               MOVE WS-STAMP-TEXT TO SL-ENDED
               MOVE WS-PLAN-RETURN-CODE(WS-STEP-SUB) TO SL-RETURN-CODE
           END-IF
           MOVE WS-PLAN-ATTEMPTS(WS-STEP-SUB) TO SL-ATTEMPTS
           MOVE WS-PLAN-REFUSALS(WS-STEP-SUB) TO SL-REFUSALS
           IF WS-PLAN-UNPLANNED(WS-STEP-SUB)
               MOVE "(NOT ON THE CYCLE PLAN)" TO SL-PREDECESSORS
           ELSE
               MOVE 1 TO WS-PRED-LIST-POINTER
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB >
                             WS-PLAN-PRED-COUNT(WS-STEP-SUB)
                   STRING WS-PLAN-PRED(WS-STEP-SUB, WS-PRED-SUB)
                           DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                       INTO SL-PREDECESSORS
                       WITH POINTER WS-PRED-LIST-POINTER
                   END-STRING
               END-PERFORM
           END-IF
           MOVE WS-STEP-LINE TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           IF WS-STEP-SUB = WS-RESTART-SUB
               AND (WS-CYCLE-TROUBLE
                    OR NOT WS-STEP-NOT-STARTED(WS-STEP-SUB))
               MOVE SPACES TO REPORT-LINE
               MOVE "       ^^^^^^^^ RESTART HERE" TO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
           END-IF
           IF WS-PLAN-RERUN-BY(WS-STEP-SUB) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "       RERUN AUTHORIZED BY "
                       WS-PLAN-RERUN-BY(WS-STEP-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
           END-IF.

       8200-FORMAT-TIMESTAMP.
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-STAMP-DATE " " WS-STAMP-HH ":" WS-STAMP-MI ":"
                   WS-STAMP-SS
               DELIMITED BY SIZE INTO WS-STAMP-TEXT.

      *    The status decides the return code, so the scheduler can
      *    hold the cycle on this step alone.
       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-OPEN-REFUSED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CYCLE-DATE = 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-RESTART-SUB = 0
                   SET AL-SEV-INFO TO TRUE
                   MOVE "CYCC" TO AL-ALERT-CODE
                   STRING "CYCLE " WS-CYCLE-DATE " COMPLETE"
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   DISPLAY "CYCCTL: CYCLE " WS-CYCLE-DATE " COMPLETE"
               WHEN WS-CYCLE-TROUBLE
                   SET AL-SEV-ERROR TO TRUE
                   MOVE "CYCS" TO AL-ALERT-CODE
                   MOVE WS-PLAN-STEP(WS-RESTART-SUB) TO AL-KEY
                   STRING "CYCLE " WS-CYCLE-DATE
                           " STOPPED - RESTART FROM "
                           WS-PLAN-STEP(WS-RESTART-SUB)
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   DISPLAY "CYCCTL: CYCLE " WS-CYCLE-DATE
                       " STOPPED - RESTART FROM STEP "
                       WS-PLAN-STEP(WS-RESTART-SUB)
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CYCCTL: CYCLE " WS-CYCLE-DATE
                       " IN PROGRESS - NEXT STEP "
                       WS-PLAN-STEP(WS-RESTART-SUB)
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE.

      *    One fixed-layout alert record per call - the program id
      *    and run date are set once at open; each call site sets
      *    the severity, code, key, and text, which are cleared
      *    again here so a site can never inherit a stale field.
      *    Mirrors the writer in TABLEBLD - keep the suite in step.
       9500-WRITE-ALERT-RECORD.
           WRITE ALERT-RECORD FROM WS-ALERT-RECORD
           MOVE SPACES TO AL-SEVERITY
           MOVE SPACES TO AL-ALERT-CODE
           MOVE SPACES TO AL-KEY
           MOVE SPACES TO AL-TEXT.
