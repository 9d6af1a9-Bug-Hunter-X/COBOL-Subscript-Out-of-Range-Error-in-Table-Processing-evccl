      ******************************************************************
      *    CYCPLAN.cpy
      *    Shared nightly-cycle step table - the cycle plan, loaded
      *    from the CYCPLAN control file, with each step's state in
      *    the current cycle laid over it from the CYCLOG cycle
      *    control file.  Kept as a single copybook so CYCSTEP (the
      *    check every step makes as it starts and ends) and CYCCTL
      *    (the controller's status page) read an identical plan and
      *    arrive at an identical state - keep the load paragraphs
      *    in step.
      *
      *    CYCPLAN record layout (80 bytes), one record per step in
      *    the order the cycle runs them:
      *        COLS  1-8   STEP NAME
      *        COL   9     (SPACE)
      *        COL   10    R = REQUIRED EVERY CYCLE, O = OPTIONAL
      *        COL   11    (SPACE)
      *        COLS 12-19  PREDECESSOR STEP 1
      *        COLS 21-28  PREDECESSOR STEP 2   (COL 20 SPACE)
      *        COLS 30-37  PREDECESSOR STEP 3   (COL 29 SPACE)
      *        COLS 39-46  PREDECESSOR STEP 4   (COL 38 SPACE)
      *        COLS 48-55  PREDECESSOR STEP 5   (COL 47 SPACE)
      *        COLS 57-64  PREDECESSOR STEP 6   (COL 56 SPACE)
      *        COLS 66-73  PREDECESSOR STEP 7   (COL 65 SPACE)
      *    A predecessor must be a step listed above it.  "*ALL"
      *    names every step listed above it - the end-of-cycle
      *    merge steps such as OPSSUM.  An optional step that has
      *    not run in the cycle never holds up its successors; one
      *    that started must end cleanly, like any other.
      *    The nightly plan as shipped:
      *        REFMAINT O
      *        REJFIX   O REFMAINT
      *        RCVCTL   R REJFIX
      *        MASSCHG  O
      *        MNTHOLD  R RCVCTL MASSCHG
      *        TABMAINT R MNTHOLD
      *        PERCLOSE R TABMAINT
      *        GLPOST   R TABMAINT
      *        MSTLOAD  R TABMAINT
      *        MSTARCH  O PERCLOSE GLPOST MSTLOAD
      *        PERCLARC O MSTARCH
      *        MSTLDARC O MSTARCH
      *        MSTBKOUT O PERCLOSE GLPOST MSTLOAD
      *        PERCLBKO O MSTBKOUT
      *        MSTLDBKO O MSTBKOUT
      *        TABLEBLD R TABMAINT RCVCTL
      *        XTRCOMP  R TABLEBLD
      *        AUDINQ   R TABLEBLD
      *        ACKRECON R TABLEBLD
      *        HOUSEKP  R ACKRECON XTRCOMP AUDINQ
      *        RUNTREND R HOUSEKP
      *        OPSSUM   R *ALL
      *    PERCLOSE logs as PERCLARC after an archival run and as
      *    PERCLBKO after a backout, so the close that follows each
      *    master generation is a step of its own.  MSTLOAD logs
      *    as MSTLDARC and MSTLDBKO the same way, so MSTINDEX is
      *    rebuilt after every generation.  MSTARCH and MSTBKOUT
      *    each move GENCTL on, so both wait for PERCLOSE, GLPOST
      *    and MSTLOAD to finish with the day's TABMAINT generation
      *    - once GENCTL has moved, those steps could only rerun
      *    under their archival or backout names, or fail their
      *    generation check, and the cycle could never complete.
      *
      *    CYCLOG record layout (80 bytes), appended, never
      *    rewritten:
      *        COLS  1-2   EVENT - CY CYCLE OPENED, ST STEP STARTED,
      *                    EN STEP ENDED, RF STEP REFUSED,
      *                    RR RERUN AUTHORIZED
      *        COL   3     (SPACE)
      *        COLS  4-11  CYCLE DATE (YYYYMMDD)
      *        COL   12    (SPACE)
      *        COLS 13-20  STEP NAME (SPACES ON CY)
      *        COL   21    (SPACE)
      *        COLS 22-29  EVENT DATE (YYYYMMDD)
      *        COL   30    (SPACE)
      *        COLS 31-36  EVENT TIME (HHMMSS)
      *        COL   37    (SPACE)
      *        COLS 38-41  RETURN CODE (EN ONLY)
      *        COL   42    (SPACE)
      *        COLS 43-50  OPERATOR (CY AND RR ONLY)
      *        COL   51    (SPACE)
      *        COLS 52-80  REFUSAL REASON (RF ONLY)
      *    The last CY record opens the current cycle; every other
      *    event of that cycle date counts toward a step's state.
      *    A step is cleanly complete when its latest attempt ended
      *    with a return code of 4 or less.
      ******************************************************************
       01  WS-PLAN-AREA.
           05  WS-PLAN-COUNT           PIC 9(2) VALUE 0.
           05  WS-PLAN-TABLE OCCURS 50 TIMES.
               10  WS-PLAN-STEP        PIC X(8).
               10  WS-PLAN-REQUIREMENT PIC X(1).
                   88  WS-PLAN-REQUIRED        VALUE "R".
                   88  WS-PLAN-OPTIONAL        VALUE "O".
                   88  WS-PLAN-UNPLANNED       VALUE "U".
               10  WS-PLAN-PRED-COUNT  PIC 9(1).
               10  WS-PLAN-PRED        PIC X(8) OCCURS 7 TIMES.
               10  WS-PLAN-STATE       PIC X(1).
                   88  WS-STEP-NOT-STARTED     VALUE " ".
                   88  WS-STEP-RUNNING         VALUE "S".
                   88  WS-STEP-COMPLETE        VALUE "C".
                   88  WS-STEP-FAILED          VALUE "F".
               10  WS-PLAN-RETURN-CODE PIC 9(4).
               10  WS-PLAN-START-DATE  PIC 9(8).
               10  WS-PLAN-START-TIME  PIC 9(6).
               10  WS-PLAN-END-DATE    PIC 9(8).
               10  WS-PLAN-END-TIME    PIC 9(6).
               10  WS-PLAN-ATTEMPTS    PIC 9(3).
               10  WS-PLAN-REFUSALS    PIC 9(3).
               10  WS-PLAN-RERUN-BY    PIC X(8).
       01  WS-PLAN-SUB                 PIC 9(2) VALUE 0.
       01  WS-PLAN-FOUND-SUB           PIC 9(2) VALUE 0.
       01  WS-PRED-SUB                 PIC 9(1) VALUE 0.
       01  WS-PLAN-SEARCH-STEP         PIC X(8) VALUE SPACES.
       01  WS-PLAN-SWITCH              PIC X(1) VALUE "N".
           88  WS-PLAN-LOADED                  VALUE "Y".
      *    The cycle the log says is open - zero until a CY record
      *    is read - and who opened it.
       01  WS-CYCLE-DATE               PIC 9(8) VALUE 0.
       01  WS-CYCLE-OPENED-DATE        PIC 9(8) VALUE 0.
       01  WS-CYCLE-OPENED-TIME        PIC 9(6) VALUE 0.
       01  WS-CYCLE-OPENED-BY          PIC X(8) VALUE SPACES.
