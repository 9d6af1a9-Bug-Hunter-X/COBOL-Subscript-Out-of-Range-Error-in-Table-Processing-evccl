      *    instead of trapping six.
      *    A program that did not run tonight simply leaves no alert
      *    file - that is noted and skipped, not an error.
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSSUM.

       WORKING-STORAGE SECTION.
           COPY ALERTREC.
           COPY CYCLINK.

       01  WS-FLAGS.
           05  WS-ALERT-IN-STATUS      PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "ALTHKP".
           05  FILLER                  PIC X(8) VALUE "ALTCHG".
           05  FILLER                  PIC X(8) VALUE "ALTBKO".
           05  FILLER                  PIC X(8) VALUE "ALTREF".
           05  FILLER                  PIC X(8) VALUE "ALTGLP".
           05  FILLER                  PIC X(8) VALUE "ALTHLD".
           05  FILLER                  PIC X(8) VALUE "ALTARC".
           05  FILLER                  PIC X(8) VALUE "ALTPER".
           05  FILLER                  PIC X(8) VALUE "ALTRCV".
           05  FILLER                  PIC X(8) VALUE "ALTCYC".
           05  FILLER                  PIC X(8) VALUE "ALTIDX".
       01  WS-ALERT-FILE-TABLE REDEFINES WS-ALERT-FILE-LIST.
           05  WS-ALERT-FILENAME       PIC X(8) OCCURS 19 TIMES.
       01  WS-ALERT-FILE-MAX           PIC 9(2) VALUE 19.
       01  WS-FILE-SUB                 PIC 9(2) VALUE 0.
       01  WS-ALERT-IN-FILENAME        PIC X(8) VALUE SPACES.


       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MERGE-ALERT-FILES
           PERFORM 3000-PRINT-DASHBOARD
           PERFORM 4000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "OPSSUM" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "OPSSUM: REFUSED BY CYCLE CONTROL - SEE "
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
           OPEN OUTPUT SUMMARY-PRINT-FILE
