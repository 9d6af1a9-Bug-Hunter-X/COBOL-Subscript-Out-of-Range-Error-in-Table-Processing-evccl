      *    SHOPCAL shop calendar is present the age counts business
      *    days only - weekends and flagged non-processing days do
      *    not age a feed.
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKRECON.
       WORKING-STORAGE SECTION.
           COPY SHOPCAL.
           COPY ALERTREC.
           COPY CYCLINK.

       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-PARM-CARDS
           PERFORM 1800-LOAD-SHOP-CALENDAR
           PERFORM 3500-REPORT-ORPHAN-ACKS
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "ACKRECON" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "ACKRECON: REFUSED BY CYCLE CONTROL - SEE "
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
           COMPUTE WS-TODAY-INTEGER =
