      ******************************************************************
      *    MNTHOLD
      *    Dual-control (maker-checker) hold in front of TABMAINT.
      *    Reads the day's maintenance feed (TRANFILE) and any
      *    mass-change transactions MASSCHG cut (CHGTRANS), any
      *    reinstatement adds MSTARCH cut from history (REINTRAN), and
      *    passes to RELTRANS - in TRANFILE layout and key sequence,
      *    which is what the scheduler hands TABMAINT as its
      *    TRANFILE - only the transactions that do not need a second
      *    pair of eyes.  Held on the SUSPENSE file instead are:
      *        - every delete;
      *        - an add whose amount exceeds its company's limit;
      *        - a change whose amount movement against the record's
      *          current amount (OLDMAST, rolled forward through the
      *          day's released transactions) exceeds the limit;
      *        - anything for a key that already has an item held, so
      *          a key's transactions are never applied out of order.
      *    A held item is released by an APPRCARD approval card
      *    naming its hold id, but only when the approving operator
      *    is not the operator who submitted it - an approval by the
      *    submitter is rejected, reported, and the item stays held.
      *    Released items go to RELTRANS ahead of the day's own
      *    transactions for the same key.  An item nobody approves
      *    within EXPIRY-DAYS business days (SHOPCAL calendar) drops
      *    to the HOLDEXP expired register and is never applied; the
      *    source must resubmit it.  The prior run's SUSPENSE comes
      *    back in as SUSPOLD, rotated by the scheduler the way
      *    PENDING is.  Every disposition prints to HOLDRPT.
      *    A re-key (R) moves no money and is never held on its own
      *    account - it is released unless its old key already has
      *    an item held - and from then on the old key is treated
      *    as deleted for the rest of the day's transactions.
      *    TRANFILE carries no operator field, so the submitting
      *    operator of each input file comes from HOLDPARM.
      *    HOLDPARM cards (keyword=value, blank cards ignored):
      *        TRANFILE-SUBMITTER=XXXXXXXX  (operator id, required)
      *        CHGTRANS-SUBMITTER=XXXXXXXX  (operator id, required
      *                                      when CHGTRANS is present)
      *        REINTRAN-SUBMITTER=XXXXXXXX  (operator id, required
      *                                      when REINTRAN is present)
      *        DEFAULT-LIMIT=NNNNNNNNN.NN   (required)
      *        COMPANY-LIMIT=CCC,NNNNNNNNN.NN  (repeatable, up to
      *                                      200; overrides the
      *                                      default for one company)
      *        EXPIRY-DAYS=NNN              (default 5)
      *
      *    APPRCARD record layout (80 bytes):
      *        COLS  1-12  HOLD ID (YYYYMMDD + 4-DIGIT SEQUENCE)
      *        COL   13    (SPACE)
      *        COLS 14-21  APPROVING OPERATOR ID
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTHOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "HOLDPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRAN-FILE
               ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CHANGE-TRAN-FILE
               ASSIGN TO "CHGTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-TRAN-STATUS.

      *    Adds MSTARCH cut to bring archived keys back from the
      *    history master - present only on a reinstatement day.
           SELECT REINSTATE-TRAN-FILE
               ASSIGN TO "REINTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REINSTATE-TRAN-STATUS.

      *    The master TABMAINT is about to update - the base a
      *    change's amount movement is measured from.
           SELECT MASTER-FILE
               ASSIGN TO "OLDMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      *    The prior run's SUSPENSE, pointed here by the scheduler
      *    so items still awaiting approval are carried forward.
           SELECT SUSPENSE-OLD-FILE
               ASSIGN TO "SUSPOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-OLD-STATUS.

           SELECT APPROVAL-FILE
               ASSIGN TO "APPRCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

      *    Non-processing days, so hold age counts business days
      *    rather than raw calendar days.  Layout in SHOPCAL.cpy.
           SELECT CALENDAR-FILE
               ASSIGN TO "SHOPCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RELEASE-FILE
               ASSIGN TO "RELTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

      *    Every item that aged out unapproved, kept across runs so
      *    the auditors can see what was never applied and why.
           SELECT EXPIRED-FILE
               ASSIGN TO "HOLDEXP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPIRED-STATUS.

           SELECT HOLD-PRINT-FILE
               ASSIGN TO "HOLDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *    This run's machine-readable alerts, one fixed-layout
      *    record per exception raised, merged into the operations
      *    dashboard by OPSSUM.  Layout in ALERTREC.cpy.
           SELECT ALERT-FILE
               ASSIGN TO "ALTHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                 PIC X(80).

      *    Same layout TABMAINT reads from TRANFILE - keep the two
      *    in step.
       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01  TRAN-RECORD.
           05  TX-ACTION               PIC X(1).
           05  TX-RECORD-DATA          PIC X(80).

       FD  CHANGE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01  CHANGE-TRAN-RECORD.
           05  CT-ACTION               PIC X(1).
           05  CT-RECORD-DATA          PIC X(80).

       FD  REINSTATE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01  REINSTATE-TRAN-RECORD.
           05  RT-ACTION               PIC X(1).
           05  RT-RECORD-DATA          PIC X(80).

       FD  MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MASTER-RECORD               PIC X(80).

       01  MASTER-HEADER-RECORD REDEFINES MASTER-RECORD.
           05  MH-REC-TYPE             PIC X(2).
               88  MH-IS-HEADER                 VALUE "HD".
           05  MH-EXPECTED-COUNT       PIC 9(5).
           05  MH-GENERATION           PIC X(5).
           05  FILLER                  PIC X(68).

       01  MASTER-DETAIL-FIELDS REDEFINES MASTER-RECORD.
           05  MD-ID-FIELD             PIC X(10).
           05  MD-AMOUNT-FIELD         PIC S9(9)V99.
           05  FILLER                  PIC X(59).

      *    SUSPENSE, SUSPOLD, and HOLDEXP share one layout - an
      *    expired item is its suspense record with the expiry date
      *    filled in.
       FD  SUSPENSE-OLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  SUSPENSE-OLD-RECORD         PIC X(150).

       FD  APPROVAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVAL-RECORD.
           05  AP-HOLD-ID              PIC X(12).
           05  FILLER                  PIC X(1).
           05  AP-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(59).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CD-DATE                 PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CD-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(41).

       FD  RELEASE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01  RELEASE-RECORD.
           05  RL-ACTION               PIC X(1).
           05  RL-RECORD-DATA          PIC X(80).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  SUSPENSE-RECORD             PIC X(150).

       FD  EXPIRED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  EXPIRED-RECORD              PIC X(150).

       FD  HOLD-PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLD-PRINT-LINE             PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY ALERTREC.
           COPY SHOPCAL.
           COPY CYCLINK.
       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-TRAN-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CHANGE-TRAN-STATUS   PIC X(2)  VALUE SPACES.
           05  WS-REINSTATE-TRAN-STATUS PIC X(2) VALUE SPACES.
           05  WS-MASTER-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-SUSPENSE-OLD-STATUS  PIC X(2)  VALUE SPACES.
           05  WS-APPROVAL-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CALENDAR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-RELEASE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-SUSPENSE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-EXPIRED-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PRINT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X(1)  VALUE "N".
           05  WS-TRAN-EOF             PIC X(1)  VALUE "N".
           05  WS-SUSPENSE-OLD-EOF     PIC X(1)  VALUE "N".
           05  WS-APPROVAL-EOF         PIC X(1)  VALUE "N".
           05  WS-CALENDAR-EOF         PIC X(1)  VALUE "N".
           05  WS-MASTER-EOF-SWITCH    PIC X(1)  VALUE "N".
               88  WS-END-OF-MASTER            VALUE "Y".
           05  WS-MASTER-GENERATED-SW  PIC X(1)  VALUE "N".
               88  WS-MASTER-GENERATED         VALUE "Y".
           05  WS-CHANGE-TRAN-SWITCH   PIC X(1)  VALUE "N".
               88  WS-CHANGE-TRAN-PRESENT      VALUE "Y".
           05  WS-REINSTATE-TRAN-SWITCH PIC X(1) VALUE "N".
               88  WS-REINSTATE-TRAN-PRESENT   VALUE "Y".
           05  WS-DEFAULT-LIMIT-SWITCH PIC X(1)  VALUE "N".
               88  WS-DEFAULT-LIMIT-GIVEN      VALUE "Y".
           05  WS-APPROVED-SWITCH      PIC X(1)  VALUE "N".
               88  WS-ITEM-APPROVED            VALUE "Y".
           05  WS-SAME-OPERATOR-SWITCH PIC X(1)  VALUE "N".
               88  WS-SAME-OPERATOR-SEEN       VALUE "Y".
           05  WS-KEY-HELD-SWITCH      PIC X(1)  VALUE "N".
               88  WS-KEY-HELD                 VALUE "Y".
           05  WS-RECORD-EXISTS-SWITCH PIC X(1)  VALUE "N".
               88  WS-RECORD-EXISTS            VALUE "Y".
           05  WS-HOLD-REASON          PIC X(2)  VALUE SPACES.
               88  WS-HOLD-NOT-NEEDED          VALUE SPACES.
               88  WS-HOLD-DELETE              VALUE "DL".
               88  WS-HOLD-ADD-OVER-LIMIT      VALUE "AD".
               88  WS-HOLD-CHANGE-OVER-LIMIT   VALUE "CH".
               88  WS-HOLD-QUEUED              VALUE "SQ".

       01  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(60) VALUE SPACES.
       01  WS-VALUE-NUMERIC            PIC X(1)  VALUE "N".
       01  WS-VALUE-ENDED              PIC X(1)  VALUE "N".
       01  WS-VALUE-SUB                PIC 9(2)  VALUE 0.
       01  WS-VALUE-DIGIT-COUNT        PIC 9(2)  VALUE 0.
       01  WS-VALUE-POINT-COUNT        PIC 9(2)  VALUE 0.
       01  WS-LIMIT-COMPANY-TEXT       PIC X(10) VALUE SPACES.
       01  WS-LIMIT-AMOUNT-TEXT        PIC X(60) VALUE SPACES.

      *    The controls in effect.
       01  WS-TRAN-SUBMITTER           PIC X(8)  VALUE SPACES.
       01  WS-CHANGE-SUBMITTER         PIC X(8)  VALUE SPACES.
       01  WS-REINSTATE-SUBMITTER      PIC X(8)  VALUE SPACES.
       01  WS-DEFAULT-LIMIT            PIC 9(9)V99 VALUE 0.
       01  WS-EXPIRY-DAYS              PIC 9(3)  VALUE 5.
       01  WS-LIMIT-AREA.
           05  WS-LIMIT-COUNT          PIC 9(3) VALUE 0.
           05  WS-LIMIT-TABLE OCCURS 200 TIMES.
               10  WS-LIMIT-COMPANY    PIC X(3).
               10  WS-LIMIT-AMOUNT     PIC 9(9)V99.
       01  WS-LIMIT-SUB                PIC 9(3) VALUE 0.
       01  WS-LIMIT-IN-FORCE           PIC 9(9)V99 VALUE 0.

      *    Approval cards as read - each is marked when it releases
      *    an item (U) or is refused because the approver submitted
      *    the item (S); one still unmarked at the end named no
      *    held item.
       01  WS-APPROVAL-AREA.
           05  WS-APPR-COUNT           PIC 9(4) VALUE 0.
           05  WS-APPR-TABLE OCCURS 2000 TIMES.
               10  WS-APPR-HOLD-ID     PIC X(12).
               10  WS-APPR-OPERATOR    PIC X(8).
               10  WS-APPR-STATE       PIC X(1).
                   88  WS-APPR-UNUSED          VALUE "N".
                   88  WS-APPR-USED            VALUE "U".
                   88  WS-APPR-SAME-OPERATOR   VALUE "S".
       01  WS-APPR-SUB                 PIC 9(4) VALUE 0.

      *    Keys with an item still in suspense after the prior
      *    items are dispositioned - today's transactions for them
      *    queue behind the held item.
       01  WS-HELD-KEY-AREA.
           05  WS-HELD-KEY-COUNT       PIC 9(5) VALUE 0.
           05  WS-HELD-KEY OCCURS 5000 TIMES PIC X(10).
       01  WS-HELD-SUB                 PIC 9(5) VALUE 0.

      *    Everything bound for RELTRANS or a hold decision - the
      *    approved prior items first, then TRANFILE, then CHGTRANS,
      *    then REINTRAN - sorted on key within arrival sequence so
      *    each key's transactions keep their order.
       01  WS-WORK-AREA.
           05  WS-WORK-COUNT           PIC 9(5) VALUE 0.
           05  WS-WORK-MAX             PIC 9(5) VALUE 1.
           05  WS-WORK-TABLE OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-WORK-MAX
                   ASCENDING KEY IS WS-WK-KEY WS-WK-SEQUENCE
                   INDEXED BY WS-WK-INDEX.
               10  WS-WK-KEY           PIC X(10).
               10  WS-WK-SEQUENCE      PIC 9(5).
               10  WS-WK-ORIGIN        PIC X(1).
                   88  WS-WK-FROM-SUSPENSE     VALUE "P".
               10  WS-WK-SOURCE        PIC X(8).
               10  WS-WK-SUBMITTER     PIC X(8).
               10  WS-WK-HOLD-ID       PIC X(12).
               10  WS-WK-APPROVER      PIC X(8).
               10  WS-WK-ACTION        PIC X(1).
               10  WS-WK-RECORD-DATA   PIC X(80).
       01  WS-WORK-SUB                 PIC 9(5) VALUE 0.

      *    Suspense record work area - the one layout for SUSPOLD,
      *    SUSPENSE, and HOLDEXP (150 bytes).
       01  WS-SUSPENSE-ITEM.
           05  SR-HOLD-ID.
               10  SR-HOLD-DATE        PIC 9(8).
               10  SR-HOLD-SEQUENCE    PIC 9(4).
           05  FILLER                  PIC X(1).
           05  SR-SUBMITTER            PIC X(8).
           05  FILLER                  PIC X(1).
      *    Set when an approval arrived while an earlier item for
      *    the same key was still held - the item releases as soon
      *    as it reaches the front of its key's queue.
           05  SR-APPROVER             PIC X(8).
           05  FILLER                  PIC X(1).
           05  SR-SOURCE               PIC X(8).
           05  FILLER                  PIC X(1).
           05  SR-HOLD-REASON          PIC X(2).
           05  FILLER                  PIC X(1).
           05  SR-MOVEMENT             PIC S9(10)V99.
           05  FILLER                  PIC X(1).
           05  SR-ACTION               PIC X(1).
           05  SR-RECORD-DATA          PIC X(80).
           05  FILLER                  PIC X(1).
           05  SR-EXPIRED-DATE         PIC 9(8).
           05  FILLER                  PIC X(4).

      *    Field view of a transaction's record image.
       01  WS-TRAN-IMAGE               PIC X(80) VALUE SPACES.
       01  WS-TRAN-IMAGE-FIELDS REDEFINES WS-TRAN-IMAGE.
           05  TI-ID-FIELD             PIC X(10).
           05  TI-AMOUNT-FIELD         PIC S9(9)V99.
           05  TI-EFF-DATE-FIELD       PIC 9(8).
           05  TI-STATUS-CODE          PIC X(2).
           05  TI-COMPANY-CODE         PIC X(3).
           05  FILLER                  PIC X(46).

      *    Running state of the key being walked - its amount as it
      *    stands after the transactions released so far.
       01  WS-CURRENT-KEY              PIC X(10) VALUE LOW-VALUES.
       01  WS-MASTER-KEY               PIC X(10) VALUE LOW-VALUES.
       01  WS-RUNNING-AMOUNT           PIC S9(9)V99 VALUE 0.
       01  WS-TRAN-AMOUNT              PIC S9(9)V99 VALUE 0.
       01  WS-MOVEMENT                 PIC S9(10)V99 VALUE 0.
       01  WS-ABSOLUTE-MOVEMENT        PIC 9(10)V99 VALUE 0.

       01  WS-NEXT-HOLD-SEQUENCE       PIC 9(4) VALUE 0.
       01  WS-HOLD-AGE-DAYS            PIC 9(5) VALUE 0.
       01  WS-TODAY-INTEGER            PIC 9(8) VALUE 0.
       01  WS-HOLD-INTEGER             PIC 9(8) VALUE 0.
       01  WS-AGE-UNIT-TEXT            PIC X(16) VALUE
                                           "CALENDAR DAY(S)".

       01  WS-PRIOR-READ-COUNT         PIC 9(5) VALUE 0.
       01  WS-PRIOR-RELEASED-COUNT     PIC 9(5) VALUE 0.
       01  WS-PRIOR-CARRIED-COUNT      PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(5) VALUE 0.
       01  WS-SAME-OPERATOR-COUNT      PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-APPROVAL-COUNT   PIC 9(5) VALUE 0.
       01  WS-TRAN-READ-COUNT          PIC 9(5) VALUE 0.
       01  WS-CHANGE-READ-COUNT        PIC 9(5) VALUE 0.
       01  WS-REINSTATE-READ-COUNT     PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5) VALUE 0.
       01  WS-HELD-DELETE-COUNT        PIC 9(5) VALUE 0.
       01  WS-HELD-ADD-COUNT           PIC 9(5) VALUE 0.
       01  WS-HELD-CHANGE-COUNT        PIC 9(5) VALUE 0.
       01  WS-HELD-QUEUED-COUNT        PIC 9(5) VALUE 0.
       01  WS-SUSPENSE-WRITTEN-COUNT   PIC 9(5) VALUE 0.

       01  WS-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DISPOSITION          PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-HOLD-ID              PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ACTION               PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-ID                   PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-REASON               PIC X(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-SUBMITTER            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-APPROVER             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT               PIC -(9)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-MOVEMENT             PIC -(10)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NOTE                 PIC X(29).

       01  WS-AGE-DISPLAY              PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-PARM-CARDS
           PERFORM 1700-LOAD-SHOP-CALENDAR
           PERFORM 1800-LOAD-APPROVAL-CARDS
           PERFORM 2000-DISPOSITION-PRIOR-ITEMS
           PERFORM 3000-LOAD-TODAYS-TRANSACTIONS
           PERFORM 4000-RELEASE-OR-HOLD
           PERFORM 6000-REPORT-UNUSED-APPROVALS
           PERFORM 8000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "MNTHOLD" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "MNTHOLD: REFUSED BY CYCLE CONTROL - SEE "
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
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "MNTHOLD: UNABLE TO OPEN TRANFILE, STATUS="
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No mass change cut today is the usual case, not an error.
           OPEN INPUT CHANGE-TRAN-FILE
           IF WS-CHANGE-TRAN-STATUS = "35"
               DISPLAY "MNTHOLD: NO CHGTRANS FILE - NO MASS-CHANGE "
                   "TRANSACTIONS TODAY"
           ELSE
               IF WS-CHANGE-TRAN-STATUS NOT = "00"
                   DISPLAY "MNTHOLD: UNABLE TO OPEN CHGTRANS, STATUS="
                       WS-CHANGE-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-CHANGE-TRAN-PRESENT TO TRUE
           END-IF
      *    Nor is a day with nothing reinstated from history.
           OPEN INPUT REINSTATE-TRAN-FILE
           IF WS-REINSTATE-TRAN-STATUS = "35"
               DISPLAY "MNTHOLD: NO REINTRAN FILE - NO "
                   "REINSTATEMENTS TODAY"
           ELSE
               IF WS-REINSTATE-TRAN-STATUS NOT = "00"
                   DISPLAY "MNTHOLD: UNABLE TO OPEN REINTRAN, STATUS="
                       WS-REINSTATE-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-REINSTATE-TRAN-PRESENT TO TRUE
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MNTHOLD: UNABLE TO OPEN OLDMAST, STATUS="
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "MNTHOLD: UNABLE TO OPEN RELTRANS, STATUS="
                   WS-RELEASE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "MNTHOLD: UNABLE TO OPEN SUSPENSE, STATUS="
                   WS-SUSPENSE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The expired register accumulates across runs - EXTEND,
      *    with the first-ever run creating it, mirroring RUNHIST's
      *    handling in HOUSEKP.
           OPEN EXTEND EXPIRED-FILE
           IF WS-EXPIRED-STATUS = "35"
               OPEN OUTPUT EXPIRED-FILE
           END-IF
           IF WS-EXPIRED-STATUS NOT = "00"
               DISPLAY "MNTHOLD: UNABLE TO OPEN HOLDEXP, STATUS="
                   WS-EXPIRED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HOLD-PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "MNTHOLD: UNABLE TO OPEN HOLDRPT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "MNTHOLD: UNABLE TO OPEN ALTHLD, STATUS="
                   WS-ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ALERT-RECORD
           MOVE "MNTHOLD" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           PERFORM 1100-PRINT-PAGE-HEADER.

       1100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO HOLD-PRINT-LINE
           STRING "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/"
                   WS-RUN-YYYY "   MAINTENANCE HOLD REGISTER   PAGE "
                   WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO HOLD-PRINT-LINE
           WRITE HOLD-PRINT-LINE
           MOVE SPACES TO HOLD-PRINT-LINE
           MOVE "DISPOSITION" TO HOLD-PRINT-LINE(3:11)
           MOVE "HOLD ID" TO HOLD-PRINT-LINE(17:7)
           MOVE "A" TO HOLD-PRINT-LINE(31:1)
           MOVE "ID" TO HOLD-PRINT-LINE(35:2)
           MOVE "RSN" TO HOLD-PRINT-LINE(47:3)
           MOVE "SUBMITTR" TO HOLD-PRINT-LINE(53:8)
           MOVE "APPROVER" TO HOLD-PRINT-LINE(63:8)
           MOVE "AMOUNT" TO HOLD-PRINT-LINE(80:6)
           MOVE "MOVEMENT" TO HOLD-PRINT-LINE(94:8)
           MOVE "NOTE" TO HOLD-PRINT-LINE(104:4)
           WRITE HOLD-PRINT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *    The limits decide what reaches the master unreviewed, so
      *    as with CHGPARM a missing HOLDPARM is an abend, not a
      *    default - there is no sensible default limit.
       1500-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "MNTHOLD: UNABLE TO OPEN HOLDPARM, STATUS="
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
                       PERFORM 1600-APPLY-PARM-CARD
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
           IF NOT WS-DEFAULT-LIMIT-GIVEN
               DISPLAY "MNTHOLD: NO DEFAULT-LIMIT CARD SUPPLIED - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Without the submitter there is nobody to hold the
      *    approver apart from, and the control means nothing.
           IF WS-TRAN-SUBMITTER = SPACES
               DISPLAY "MNTHOLD: NO TRANFILE-SUBMITTER CARD "
                   "SUPPLIED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHANGE-TRAN-PRESENT
               AND WS-CHANGE-SUBMITTER = SPACES
               DISPLAY "MNTHOLD: CHGTRANS PRESENT BUT NO "
                   "CHGTRANS-SUBMITTER CARD SUPPLIED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REINSTATE-TRAN-PRESENT
               AND WS-REINSTATE-SUBMITTER = SPACES
               DISPLAY "MNTHOLD: REINTRAN PRESENT BUT NO "
                   "REINTRAN-SUBMITTER CARD SUPPLIED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1600-APPLY-PARM-CARD.
           IF PARM-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "TRANFILE-SUBMITTER"
                       MOVE WS-PARM-VALUE(1:8) TO WS-TRAN-SUBMITTER
                   WHEN "CHGTRANS-SUBMITTER"
                       MOVE WS-PARM-VALUE(1:8) TO WS-CHANGE-SUBMITTER
                   WHEN "REINTRAN-SUBMITTER"
                       MOVE WS-PARM-VALUE(1:8)
                           TO WS-REINSTATE-SUBMITTER
                   WHEN "DEFAULT-LIMIT"
                       PERFORM 1680-VALIDATE-LIMIT-VALUE
                       IF WS-VALUE-NUMERIC = "N"
                           DISPLAY "MNTHOLD: DEFAULT-LIMIT VALUE IS "
                               "NOT AN UNSIGNED DECIMAL ON CARD: "
                               PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       COMPUTE WS-DEFAULT-LIMIT =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                       SET WS-DEFAULT-LIMIT-GIVEN TO TRUE
                   WHEN "COMPANY-LIMIT"
                       PERFORM 1650-STORE-COMPANY-LIMIT
                   WHEN "EXPIRY-DAYS"
                       PERFORM 1690-VALIDATE-NUMERIC-VALUE
                       IF WS-VALUE-NUMERIC = "N"
                           OR WS-VALUE-DIGIT-COUNT > 3
                           DISPLAY "MNTHOLD: EXPIRY-DAYS VALUE IS "
                               "NOT 1-3 DIGITS ON CARD: " PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       COMPUTE WS-EXPIRY-DAYS =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                   WHEN OTHER
                       DISPLAY "MNTHOLD: UNRECOGNIZED PARAMETER "
                           "CARD: " PARM-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      *    COMPANY-LIMIT=CCC,amount - the amount half is validated
      *    with the same walk as DEFAULT-LIMIT by moving it into
      *    the card value first.
       1650-STORE-COMPANY-LIMIT.
           MOVE SPACES TO WS-LIMIT-COMPANY-TEXT
           MOVE SPACES TO WS-LIMIT-AMOUNT-TEXT
           UNSTRING WS-PARM-VALUE DELIMITED BY ","
               INTO WS-LIMIT-COMPANY-TEXT WS-LIMIT-AMOUNT-TEXT
           IF WS-LIMIT-COMPANY-TEXT = SPACES
               OR WS-LIMIT-COMPANY-TEXT(4:7) NOT = SPACES
               DISPLAY "MNTHOLD: COMPANY-LIMIT COMPANY CODE MUST BE "
                   "1-3 CHARACTERS ON CARD: " PARM-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LIMIT-AMOUNT-TEXT TO WS-PARM-VALUE
           PERFORM 1680-VALIDATE-LIMIT-VALUE
           IF WS-VALUE-NUMERIC = "N"
               DISPLAY "MNTHOLD: COMPANY-LIMIT AMOUNT IS NOT AN "
                   "UNSIGNED DECIMAL ON CARD: " PARM-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
               IF WS-LIMIT-COMPANY(WS-LIMIT-SUB) =
                       WS-LIMIT-COMPANY-TEXT(1:3)
                   DISPLAY "MNTHOLD: DUPLICATE COMPANY-LIMIT FOR "
                       "COMPANY " WS-LIMIT-COMPANY-TEXT(1:3)
                       " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-LIMIT-COUNT >= 200
               DISPLAY "MNTHOLD: MORE THAN 200 COMPANY-LIMIT "
                   "CARD(S) - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LIMIT-COUNT
           MOVE WS-LIMIT-COMPANY-TEXT(1:3)
               TO WS-LIMIT-COMPANY(WS-LIMIT-COUNT)
           COMPUTE WS-LIMIT-AMOUNT(WS-LIMIT-COUNT) =
               FUNCTION NUMVAL(WS-PARM-VALUE).

      *    A limit carries cents but never a sign - "25000",
      *    "25000.00" pass; "-5", "1..2" do not.  Mirrors
      *    1800-VALIDATE-DECIMAL-VALUE in MASSCHG without the minus.
       1680-VALIDATE-LIMIT-VALUE.
           MOVE "Y" TO WS-VALUE-NUMERIC
           MOVE "N" TO WS-VALUE-ENDED
           MOVE 0 TO WS-VALUE-DIGIT-COUNT
           MOVE 0 TO WS-VALUE-POINT-COUNT
           PERFORM VARYING WS-VALUE-SUB FROM 1 BY 1
                   UNTIL WS-VALUE-SUB > 60 OR WS-VALUE-ENDED = "Y"
               EVALUATE TRUE
                   WHEN WS-PARM-VALUE(WS-VALUE-SUB:1) = SPACE
                       MOVE "Y" TO WS-VALUE-ENDED
                   WHEN WS-PARM-VALUE(WS-VALUE-SUB:1) = "."
                       ADD 1 TO WS-VALUE-POINT-COUNT
                       IF WS-VALUE-POINT-COUNT > 1
                           MOVE "N" TO WS-VALUE-NUMERIC
                           MOVE "Y" TO WS-VALUE-ENDED
                       END-IF
                   WHEN WS-PARM-VALUE(WS-VALUE-SUB:1) IS NUMERIC
                       ADD 1 TO WS-VALUE-DIGIT-COUNT
                   WHEN OTHER
                       MOVE "N" TO WS-VALUE-NUMERIC
                       MOVE "Y" TO WS-VALUE-ENDED
               END-EVALUATE
           END-PERFORM
           IF WS-VALUE-DIGIT-COUNT = 0
               OR WS-VALUE-DIGIT-COUNT > 11
               MOVE "N" TO WS-VALUE-NUMERIC
           END-IF.

      *    A card value is numeric when it is one unbroken run of
      *    digits ended by the first space - mirrors
      *    1300-VALIDATE-NUMERIC-VALUE in TABLEBLD, so every card
      *    file in the suite accepts the same operator typing.
       1690-VALIDATE-NUMERIC-VALUE.
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

      *    A missing SHOPCAL simply means the shop calendar has not
      *    been cut over yet - hold age falls back to raw calendar
      *    days, the behaviour before the calendar existed.  Mirrors
      *    the load in TABLEBLD - keep the two in step.
       1700-LOAD-SHOP-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "MNTHOLD: NO SHOPCAL FILE - HOLD AGE COUNTS "
                   "CALENDAR DAYS"
           ELSE
               IF WS-CALENDAR-STATUS NOT = "00"
                   DISPLAY "MNTHOLD: UNABLE TO OPEN SHOPCAL, "
                       "STATUS=" WS-CALENDAR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-CALENDAR-EOF
               PERFORM UNTIL WS-CALENDAR-EOF = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-CALENDAR-EOF
                       NOT AT END
                           PERFORM 1710-STORE-ONE-CALENDAR-DAY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               SET WS-CALENDAR-LOADED TO TRUE
               MOVE "BUSINESS DAY(S)" TO WS-AGE-UNIT-TEXT
               DISPLAY "MNTHOLD: " WS-CALENDAR-COUNT
                   " NON-PROCESSING DAY(S) LOADED FROM SHOPCAL"
           END-IF.

       1710-STORE-ONE-CALENDAR-DAY.
           IF CALENDAR-RECORD = SPACES
               CONTINUE
           ELSE
               IF CD-DATE IS NOT NUMERIC
                   DISPLAY "MNTHOLD: NON-NUMERIC DATE ON SHOPCAL "
                       "RECORD: " CALENDAR-RECORD(1:39)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-CALENDAR-COUNT >= 2000
                   DISPLAY "MNTHOLD: MORE THAN 2000 NON-PROCESSING "
                       "DAY(S) ON SHOPCAL - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CALENDAR-COUNT
               MOVE CD-DATE TO WS-CALENDAR-DAY(WS-CALENDAR-COUNT)
           END-IF.

      *    Business days in (FROM-DATE, TO-DATE] - Saturdays,
      *    Sundays, and SHOPCAL-flagged days do not count.
      *    INTEGER-OF-DATE day 1 is a Monday, so MOD(integer - 1, 7)
      *    gives 0-4 for Monday-Friday.  Mirrors the counting in
      *    TABLEBLD - keep the two in step.
       1760-COUNT-BUSINESS-DAYS.
           COMPUTE WS-BUSDAY-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSDAY-FROM-DATE)
           COMPUTE WS-BUSDAY-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSDAY-TO-DATE)
           MOVE 0 TO WS-BUSDAY-COUNT
           PERFORM VARYING WS-BUSDAY-WALK-INTEGER
                   FROM WS-BUSDAY-FROM-INTEGER BY 1
                   UNTIL WS-BUSDAY-WALK-INTEGER >=
                       WS-BUSDAY-TO-INTEGER
               IF FUNCTION MOD(WS-BUSDAY-WALK-INTEGER, 7) < 5
                   COMPUTE WS-BUSDAY-WALK-DATE =
                       FUNCTION DATE-OF-INTEGER(
                           WS-BUSDAY-WALK-INTEGER + 1)
                   MOVE "N" TO WS-NONPROC-SWITCH
                   PERFORM VARYING WS-CALENDAR-SUB FROM 1 BY 1
                           UNTIL WS-CALENDAR-SUB > WS-CALENDAR-COUNT
                               OR WS-DAY-NON-PROCESSING
                       IF WS-CALENDAR-DAY(WS-CALENDAR-SUB) =
                               WS-BUSDAY-WALK-DATE
                           SET WS-DAY-NON-PROCESSING TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-DAY-NON-PROCESSING
                       ADD 1 TO WS-BUSDAY-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *    No APPRCARD simply means nobody approved anything today -
      *    every held item stays held and keeps aging.
       1800-LOAD-APPROVAL-CARDS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "35"
               DISPLAY "MNTHOLD: NO APPRCARD FILE - NO APPROVALS "
                   "TODAY"
           ELSE
               IF WS-APPROVAL-STATUS NOT = "00"
                   DISPLAY "MNTHOLD: UNABLE TO OPEN APPRCARD, "
                       "STATUS=" WS-APPROVAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-APPROVAL-EOF
               PERFORM UNTIL WS-APPROVAL-EOF = "Y"
                   READ APPROVAL-FILE
                       AT END
                           MOVE "Y" TO WS-APPROVAL-EOF
                       NOT AT END
                           PERFORM 1850-STORE-ONE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               DISPLAY "MNTHOLD: " WS-APPR-COUNT
                   " APPROVAL CARD(S) LOADED FROM APPRCARD"
           END-IF.

      *    An approval with no operator id cannot be held apart from
      *    the submitter, so it is refused at load.
       1850-STORE-ONE-APPROVAL.
           IF APPROVAL-RECORD = SPACES
               CONTINUE
           ELSE
               IF AP-OPERATOR = SPACES
                   DISPLAY "MNTHOLD: NO OPERATOR ID ON APPRCARD "
                       "RECORD: " APPROVAL-RECORD(1:21)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-APPR-COUNT >= 2000
                   DISPLAY "MNTHOLD: MORE THAN 2000 APPROVAL "
                       "CARD(S) ON APPRCARD - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-APPR-COUNT
               MOVE AP-HOLD-ID TO WS-APPR-HOLD-ID(WS-APPR-COUNT)
               MOVE AP-OPERATOR TO WS-APPR-OPERATOR(WS-APPR-COUNT)
               SET WS-APPR-UNUSED(WS-APPR-COUNT) TO TRUE
           END-IF.

      *    Each item the prior run left in suspense is released when
      *    a different operator has approved it (or approved it on
      *    an earlier day while it queued behind another item), is
      *    expired when it has aged past EXPIRY-DAYS unapproved, and
      *    is otherwise carried to today's SUSPENSE.  SUSPOLD is in
      *    hold-id order, so an earlier item for a key is always
      *    dispositioned before a later one - an approved item that
      *    still has an earlier item for its key in suspense stays
      *    queued, keeping its approval.  A missing SUSPOLD is the
      *    first run, with nothing held yet.
       2000-DISPOSITION-PRIOR-ITEMS.
           OPEN INPUT SUSPENSE-OLD-FILE
           IF WS-SUSPENSE-OLD-STATUS = "35"
               DISPLAY "MNTHOLD: NO SUSPOLD FILE - NO ITEMS "
                   "CARRIED FROM THE PRIOR RUN"
           ELSE
               IF WS-SUSPENSE-OLD-STATUS NOT = "00"
                   DISPLAY "MNTHOLD: UNABLE TO OPEN SUSPOLD, STATUS="
                       WS-SUSPENSE-OLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-SUSPENSE-OLD-EOF
               PERFORM UNTIL WS-SUSPENSE-OLD-EOF = "Y"
                   READ SUSPENSE-OLD-FILE INTO WS-SUSPENSE-ITEM
                       AT END
                           MOVE "Y" TO WS-SUSPENSE-OLD-EOF
                       NOT AT END
                           ADD 1 TO WS-PRIOR-READ-COUNT
                           PERFORM 2100-DISPOSITION-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-OLD-FILE
           END-IF.

       2100-DISPOSITION-ONE-ITEM.
      *    Today's hold ids continue after any already issued today,
      *    so a same-day rerun can never reuse one.
           IF SR-HOLD-DATE = WS-RUN-DATE
               AND SR-HOLD-SEQUENCE > WS-NEXT-HOLD-SEQUENCE
               MOVE SR-HOLD-SEQUENCE TO WS-NEXT-HOLD-SEQUENCE
           END-IF
           PERFORM 2200-FIND-APPROVAL
           MOVE SR-RECORD-DATA(1:10) TO WS-CURRENT-KEY
           PERFORM 2300-CHECK-KEY-HELD
           IF WS-ITEM-APPROVED AND NOT WS-KEY-HELD
               PERFORM 2400-RELEASE-PRIOR-ITEM
           ELSE
               PERFORM 2500-AGE-PRIOR-ITEM
               IF WS-HOLD-AGE-DAYS > WS-EXPIRY-DAYS
                   AND SR-APPROVER = SPACES
                   PERFORM 2600-EXPIRE-PRIOR-ITEM
               ELSE
                   PERFORM 2700-CARRY-PRIOR-ITEM
               END-IF
           END-IF.

      *    Every card naming this hold id is looked at: one from a
      *    different operator approves the item, one from the
      *    submitter is refused and reported.  An approval already
      *    recorded on the item from an earlier run still stands.
       2200-FIND-APPROVAL.
           MOVE "N" TO WS-APPROVED-SWITCH
           MOVE "N" TO WS-SAME-OPERATOR-SWITCH
           IF SR-APPROVER NOT = SPACES
               SET WS-ITEM-APPROVED TO TRUE
           END-IF
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                   UNTIL WS-APPR-SUB > WS-APPR-COUNT
               IF WS-APPR-HOLD-ID(WS-APPR-SUB) = SR-HOLD-ID
                   IF WS-APPR-OPERATOR(WS-APPR-SUB) = SR-SUBMITTER
                       SET WS-APPR-SAME-OPERATOR(WS-APPR-SUB) TO TRUE
                       SET WS-SAME-OPERATOR-SEEN TO TRUE
                   ELSE
                       SET WS-APPR-USED(WS-APPR-SUB) TO TRUE
                       IF SR-APPROVER = SPACES
                           MOVE WS-APPR-OPERATOR(WS-APPR-SUB)
                               TO SR-APPROVER
                       END-IF
                       SET WS-ITEM-APPROVED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SAME-OPERATOR-SEEN
               PERFORM 2250-REJECT-SAME-OPERATOR
           END-IF.

      *    Dual control means the maker cannot also be the checker -
      *    the card is refused and the item stays as it was.
       2250-REJECT-SAME-OPERATOR.
           ADD 1 TO WS-SAME-OPERATOR-COUNT
           MOVE "APPROVAL REJ" TO DL-DISPOSITION
           MOVE SR-SUBMITTER TO DL-APPROVER
           MOVE "APPROVER IS THE SUBMITTER" TO DL-NOTE
           PERFORM 7000-PRINT-SUSPENSE-ITEM
           DISPLAY "MNTHOLD: APPROVAL OF HOLD " SR-HOLD-ID
               " REJECTED - OPERATOR " SR-SUBMITTER
               " SUBMITTED THE ITEM"
           SET AL-SEV-WARNING TO TRUE
           MOVE "HLDS" TO AL-ALERT-CODE
           MOVE SR-RECORD-DATA(1:10) TO AL-KEY
           STRING "HOLD " SR-HOLD-ID " APPROVAL BY SUBMITTER "
                   SR-SUBMITTER " REJECTED"
               DELIMITED BY SIZE INTO AL-TEXT
           PERFORM 9500-WRITE-ALERT-RECORD.

       2300-CHECK-KEY-HELD.
           MOVE "N" TO WS-KEY-HELD-SWITCH
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-KEY-COUNT
                       OR WS-KEY-HELD
               IF WS-HELD-KEY(WS-HELD-SUB) = WS-CURRENT-KEY
                   SET WS-KEY-HELD TO TRUE
               END-IF
           END-PERFORM.

      *    The released item joins today's work ahead of anything
      *    that arrived today, so 4000 writes it to RELTRANS in its
      *    key's place with its original order intact.
       2400-RELEASE-PRIOR-ITEM.
           ADD 1 TO WS-PRIOR-RELEASED-COUNT
           PERFORM 3900-ADD-WORK-ENTRY
           SET WS-WK-FROM-SUSPENSE(WS-WORK-COUNT) TO TRUE
           MOVE SR-SOURCE TO WS-WK-SOURCE(WS-WORK-COUNT)
           MOVE SR-SUBMITTER TO WS-WK-SUBMITTER(WS-WORK-COUNT)
           MOVE SR-HOLD-ID TO WS-WK-HOLD-ID(WS-WORK-COUNT)
           MOVE SR-APPROVER TO WS-WK-APPROVER(WS-WORK-COUNT)
           MOVE SR-ACTION TO WS-WK-ACTION(WS-WORK-COUNT)
           MOVE SR-RECORD-DATA TO WS-WK-RECORD-DATA(WS-WORK-COUNT)
           MOVE SR-RECORD-DATA(1:10) TO WS-WK-KEY(WS-WORK-COUNT)
           MOVE "RELEASED" TO DL-DISPOSITION
           MOVE SR-APPROVER TO DL-APPROVER
           PERFORM 7000-PRINT-SUSPENSE-ITEM.

      *    Age is business days when the shop calendar is loaded -
      *    the interval counted is (hold date, today] - and raw
      *    calendar days otherwise, as ACKRECON ages its feeds.
       2500-AGE-PRIOR-ITEM.
           IF SR-HOLD-DATE IS NOT NUMERIC
               MOVE 99999 TO WS-HOLD-AGE-DAYS
           ELSE
               IF WS-CALENDAR-LOADED
                   MOVE SR-HOLD-DATE TO WS-BUSDAY-FROM-DATE
                   MOVE WS-RUN-DATE TO WS-BUSDAY-TO-DATE
                   PERFORM 1760-COUNT-BUSINESS-DAYS
                   MOVE WS-BUSDAY-COUNT TO WS-HOLD-AGE-DAYS
               ELSE
                   COMPUTE WS-HOLD-INTEGER =
                       FUNCTION INTEGER-OF-DATE(SR-HOLD-DATE)
                   IF WS-HOLD-INTEGER > WS-TODAY-INTEGER
                       MOVE 0 TO WS-HOLD-AGE-DAYS
                   ELSE
                       COMPUTE WS-HOLD-AGE-DAYS =
                           WS-TODAY-INTEGER - WS-HOLD-INTEGER
                   END-IF
               END-IF
           END-IF.

      *    The expired item is never applied - the source has to
      *    resubmit it if it is still wanted.  It does not block its
      *    key: later items for the key are judged on their own.
       2600-EXPIRE-PRIOR-ITEM.
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE WS-RUN-DATE TO SR-EXPIRED-DATE
           MOVE WS-SUSPENSE-ITEM TO EXPIRED-RECORD
           WRITE EXPIRED-RECORD
           MOVE WS-HOLD-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE "EXPIRED" TO DL-DISPOSITION
           STRING "UNAPPROVED " WS-AGE-DISPLAY " DAY(S)"
               DELIMITED BY SIZE INTO DL-NOTE
           PERFORM 7000-PRINT-SUSPENSE-ITEM
           SET AL-SEV-WARNING TO TRUE
           MOVE "HLDX" TO AL-ALERT-CODE
           MOVE SR-RECORD-DATA(1:10) TO AL-KEY
           STRING "HOLD " SR-HOLD-ID " EXPIRED AFTER "
                   WS-AGE-DISPLAY " " WS-AGE-UNIT-TEXT
               DELIMITED BY SIZE INTO AL-TEXT
           PERFORM 9500-WRITE-ALERT-RECORD.

       2700-CARRY-PRIOR-ITEM.
           ADD 1 TO WS-PRIOR-CARRIED-COUNT
           MOVE WS-SUSPENSE-ITEM TO SUSPENSE-RECORD
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-WRITTEN-COUNT
           IF NOT WS-KEY-HELD
               IF WS-HELD-KEY-COUNT >= 5000
                   DISPLAY "MNTHOLD: MORE THAN 5000 KEYS IN "
                       "SUSPENSE - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HELD-KEY-COUNT
               MOVE WS-CURRENT-KEY TO WS-HELD-KEY(WS-HELD-KEY-COUNT)
           END-IF
           IF WS-ITEM-APPROVED
               MOVE "QUEUED" TO DL-DISPOSITION
               MOVE SR-APPROVER TO DL-APPROVER
               MOVE "APPROVED, EARLIER ITEM HELD" TO DL-NOTE
           ELSE
               MOVE "CARRIED" TO DL-DISPOSITION
               MOVE WS-HOLD-AGE-DAYS TO WS-AGE-DISPLAY
               STRING "PENDING " WS-AGE-DISPLAY " DAY(S)"
                   DELIMITED BY SIZE INTO DL-NOTE
           END-IF
           PERFORM 7000-PRINT-SUSPENSE-ITEM.

      *    Today's feed, then the mass-change transactions, then the
      *    reinstatement adds, in arrival order behind the released
      *    prior items; the sort then brings each key's transactions
      *    together in that order.
       3000-LOAD-TODAYS-TRANSACTIONS.
           MOVE "N" TO WS-TRAN-EOF
           PERFORM UNTIL WS-TRAN-EOF = "Y"
               READ TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-READ-COUNT
                       PERFORM 3900-ADD-WORK-ENTRY
                       MOVE "TRANFILE" TO WS-WK-SOURCE(WS-WORK-COUNT)
                       MOVE WS-TRAN-SUBMITTER
                           TO WS-WK-SUBMITTER(WS-WORK-COUNT)
                       MOVE TX-ACTION TO WS-WK-ACTION(WS-WORK-COUNT)
                       MOVE TX-RECORD-DATA
                           TO WS-WK-RECORD-DATA(WS-WORK-COUNT)
                       MOVE TX-RECORD-DATA(1:10)
                           TO WS-WK-KEY(WS-WORK-COUNT)
               END-READ
           END-PERFORM
           IF WS-CHANGE-TRAN-PRESENT
               MOVE "N" TO WS-TRAN-EOF
               PERFORM UNTIL WS-TRAN-EOF = "Y"
                   READ CHANGE-TRAN-FILE
                       AT END
                           MOVE "Y" TO WS-TRAN-EOF
                       NOT AT END
                           ADD 1 TO WS-CHANGE-READ-COUNT
                           PERFORM 3900-ADD-WORK-ENTRY
                           MOVE "CHGTRANS"
                               TO WS-WK-SOURCE(WS-WORK-COUNT)
                           MOVE WS-CHANGE-SUBMITTER
                               TO WS-WK-SUBMITTER(WS-WORK-COUNT)
                           MOVE CT-ACTION
                               TO WS-WK-ACTION(WS-WORK-COUNT)
                           MOVE CT-RECORD-DATA
                               TO WS-WK-RECORD-DATA(WS-WORK-COUNT)
                           MOVE CT-RECORD-DATA(1:10)
                               TO WS-WK-KEY(WS-WORK-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           IF WS-REINSTATE-TRAN-PRESENT
               MOVE "N" TO WS-TRAN-EOF
               PERFORM UNTIL WS-TRAN-EOF = "Y"
                   READ REINSTATE-TRAN-FILE
                       AT END
                           MOVE "Y" TO WS-TRAN-EOF
                       NOT AT END
                           ADD 1 TO WS-REINSTATE-READ-COUNT
                           PERFORM 3900-ADD-WORK-ENTRY
                           MOVE "REINTRAN"
                               TO WS-WK-SOURCE(WS-WORK-COUNT)
                           MOVE WS-REINSTATE-SUBMITTER
                               TO WS-WK-SUBMITTER(WS-WORK-COUNT)
                           MOVE RT-ACTION
                               TO WS-WK-ACTION(WS-WORK-COUNT)
                           MOVE RT-RECORD-DATA
                               TO WS-WK-RECORD-DATA(WS-WORK-COUNT)
                           MOVE RT-RECORD-DATA(1:10)
                               TO WS-WK-KEY(WS-WORK-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           IF WS-WORK-COUNT > 0
               SORT WS-WORK-TABLE
                   ON ASCENDING KEY WS-WK-KEY WS-WK-SEQUENCE
           END-IF.

       3900-ADD-WORK-ENTRY.
           IF WS-WORK-COUNT >= 50000
               DISPLAY "MNTHOLD: MORE THAN 50000 TRANSACTIONS TO "
                   "DISPOSITION - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WORK-COUNT
           MOVE WS-WORK-COUNT TO WS-WORK-MAX
           MOVE SPACES TO WS-WORK-TABLE(WS-WORK-COUNT)
           MOVE WS-WORK-COUNT TO WS-WK-SEQUENCE(WS-WORK-COUNT).

      *    One pass over the sorted work, merged against OLDMAST so
      *    each key starts from its amount on the master.  The
      *    running amount follows the released transactions only -
      *    a held transaction has not happened as far as the next
      *    one for the key is concerned.
       4000-RELEASE-OR-HOLD.
           PERFORM 4100-READ-MASTER-HEADER
           MOVE LOW-VALUES TO WS-CURRENT-KEY
           PERFORM VARYING WS-WORK-SUB FROM 1 BY 1
                   UNTIL WS-WORK-SUB > WS-WORK-COUNT
               IF WS-WK-KEY(WS-WORK-SUB) NOT = WS-CURRENT-KEY
                   PERFORM 4300-START-NEW-KEY
               END-IF
               IF WS-WK-FROM-SUSPENSE(WS-WORK-SUB)
                   PERFORM 4500-WRITE-RELEASE
               ELSE
                   PERFORM 4400-DECIDE-HOLD
                   IF WS-HOLD-NOT-NEEDED
                       ADD 1 TO WS-RELEASED-COUNT
                       PERFORM 4500-WRITE-RELEASE
                   ELSE
                       PERFORM 4600-WRITE-NEW-HOLD
                   END-IF
               END-IF
           END-PERFORM.

      *    The header is skipped the way MASSCHG skips it; a
      *    generated master's TR trailer is framing, not a record.
       4100-READ-MASTER-HEADER.
           PERFORM 4200-READ-MASTER-RECORD
           IF NOT WS-END-OF-MASTER
               IF MH-IS-HEADER
                   IF MH-GENERATION IS NUMERIC
                       SET WS-MASTER-GENERATED TO TRUE
                   END-IF
                   PERFORM 4200-READ-MASTER-RECORD
               ELSE
                   DISPLAY "MNTHOLD: WARNING - NO HD HEADER RECORD "
                       "ON OLDMAST"
               END-IF
           END-IF.

       4200-READ-MASTER-RECORD.
           READ MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   IF WS-MASTER-GENERATED
                       AND MASTER-RECORD(1:2) = "TR"
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
                       MOVE HIGH-VALUES TO WS-MASTER-KEY
                   ELSE
                       MOVE MD-ID-FIELD TO WS-MASTER-KEY
                   END-IF
           END-READ.

       4300-START-NEW-KEY.
           MOVE WS-WK-KEY(WS-WORK-SUB) TO WS-CURRENT-KEY
           PERFORM UNTIL WS-MASTER-KEY >= WS-CURRENT-KEY
               PERFORM 4200-READ-MASTER-RECORD
           END-PERFORM
           MOVE 0 TO WS-RUNNING-AMOUNT
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH
           IF WS-MASTER-KEY = WS-CURRENT-KEY
               SET WS-RECORD-EXISTS TO TRUE
               IF MD-AMOUNT-FIELD IS NUMERIC
                   MOVE MD-AMOUNT-FIELD TO WS-RUNNING-AMOUNT
               END-IF
           END-IF
           PERFORM 2300-CHECK-KEY-HELD.

      *    First reason that applies wins - a key already held
      *    queues everything behind it regardless of size.  An
      *    amount that is not numeric cannot be shown to be under
      *    the limit, so it is held for review rather than trusted.
       4400-DECIDE-HOLD.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO WS-MOVEMENT
           MOVE WS-WK-RECORD-DATA(WS-WORK-SUB) TO WS-TRAN-IMAGE
           PERFORM 4450-FIND-LIMIT
           EVALUATE TRUE
               WHEN WS-KEY-HELD
                   SET WS-HOLD-QUEUED TO TRUE
               WHEN WS-WK-ACTION(WS-WORK-SUB) = "D"
                   SET WS-HOLD-DELETE TO TRUE
                   COMPUTE WS-MOVEMENT = 0 - WS-RUNNING-AMOUNT
               WHEN WS-WK-ACTION(WS-WORK-SUB) = "A"
                   IF TI-AMOUNT-FIELD IS NOT NUMERIC
                       SET WS-HOLD-ADD-OVER-LIMIT TO TRUE
                   ELSE
                       MOVE TI-AMOUNT-FIELD TO WS-MOVEMENT
                       MOVE WS-MOVEMENT TO WS-ABSOLUTE-MOVEMENT
                       IF WS-ABSOLUTE-MOVEMENT > WS-LIMIT-IN-FORCE
                           SET WS-HOLD-ADD-OVER-LIMIT TO TRUE
                       END-IF
                   END-IF
               WHEN WS-WK-ACTION(WS-WORK-SUB) = "C"
                   IF TI-AMOUNT-FIELD IS NOT NUMERIC
                       SET WS-HOLD-CHANGE-OVER-LIMIT TO TRUE
                   ELSE
                       COMPUTE WS-MOVEMENT =
                           TI-AMOUNT-FIELD - WS-RUNNING-AMOUNT
                       MOVE WS-MOVEMENT TO WS-ABSOLUTE-MOVEMENT
                       IF WS-ABSOLUTE-MOVEMENT > WS-LIMIT-IN-FORCE
                           SET WS-HOLD-CHANGE-OVER-LIMIT TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4450-FIND-LIMIT.
           MOVE WS-DEFAULT-LIMIT TO WS-LIMIT-IN-FORCE
           PERFORM VARYING WS-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
               IF WS-LIMIT-COMPANY(WS-LIMIT-SUB) = TI-COMPANY-CODE
                   MOVE WS-LIMIT-AMOUNT(WS-LIMIT-SUB)
                       TO WS-LIMIT-IN-FORCE
               END-IF
           END-PERFORM.

      *    Released transactions roll the key's running amount
      *    forward exactly as TABMAINT will apply them - a re-key
      *    takes the record off its old key just as a delete does.
      *    An unrecognized action passes through untouched for
      *    TABMAINT to bounce to TRANERR.
       4500-WRITE-RELEASE.
           MOVE WS-WK-ACTION(WS-WORK-SUB) TO RL-ACTION
           MOVE WS-WK-RECORD-DATA(WS-WORK-SUB) TO RL-RECORD-DATA
           WRITE RELEASE-RECORD
           MOVE WS-WK-RECORD-DATA(WS-WORK-SUB) TO WS-TRAN-IMAGE
           EVALUATE WS-WK-ACTION(WS-WORK-SUB)
               WHEN "A"
                   SET WS-RECORD-EXISTS TO TRUE
                   IF TI-AMOUNT-FIELD IS NUMERIC
                       MOVE TI-AMOUNT-FIELD TO WS-RUNNING-AMOUNT
                   END-IF
               WHEN "C"
                   IF TI-AMOUNT-FIELD IS NUMERIC
                       MOVE TI-AMOUNT-FIELD TO WS-RUNNING-AMOUNT
                   END-IF
               WHEN "D"
                   MOVE "N" TO WS-RECORD-EXISTS-SWITCH
                   MOVE 0 TO WS-RUNNING-AMOUNT
               WHEN "R"
                   MOVE "N" TO WS-RECORD-EXISTS-SWITCH
                   MOVE 0 TO WS-RUNNING-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4600-WRITE-NEW-HOLD.
           ADD 1 TO WS-HELD-COUNT
           EVALUATE TRUE
               WHEN WS-HOLD-QUEUED
                   ADD 1 TO WS-HELD-QUEUED-COUNT
               WHEN WS-HOLD-DELETE
                   ADD 1 TO WS-HELD-DELETE-COUNT
               WHEN WS-HOLD-ADD-OVER-LIMIT
                   ADD 1 TO WS-HELD-ADD-COUNT
               WHEN WS-HOLD-CHANGE-OVER-LIMIT
                   ADD 1 TO WS-HELD-CHANGE-COUNT
           END-EVALUATE
           IF WS-NEXT-HOLD-SEQUENCE >= 9999
               DISPLAY "MNTHOLD: MORE THAN 9999 HOLD IDS ISSUED "
                   "TODAY - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEXT-HOLD-SEQUENCE
           MOVE SPACES TO WS-SUSPENSE-ITEM
           MOVE WS-RUN-DATE TO SR-HOLD-DATE
           MOVE WS-NEXT-HOLD-SEQUENCE TO SR-HOLD-SEQUENCE
           MOVE WS-WK-SUBMITTER(WS-WORK-SUB) TO SR-SUBMITTER
           MOVE WS-WK-SOURCE(WS-WORK-SUB) TO SR-SOURCE
           MOVE WS-HOLD-REASON TO SR-HOLD-REASON
           MOVE WS-MOVEMENT TO SR-MOVEMENT
           MOVE WS-WK-ACTION(WS-WORK-SUB) TO SR-ACTION
           MOVE WS-WK-RECORD-DATA(WS-WORK-SUB) TO SR-RECORD-DATA
           MOVE 0 TO SR-EXPIRED-DATE
           MOVE WS-SUSPENSE-ITEM TO SUSPENSE-RECORD
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-WRITTEN-COUNT
           SET WS-KEY-HELD TO TRUE
           MOVE "HELD" TO DL-DISPOSITION
           EVALUATE TRUE
               WHEN WS-HOLD-QUEUED
                   MOVE "BEHIND HELD ITEM FOR KEY" TO DL-NOTE
               WHEN WS-HOLD-DELETE
                   MOVE "DELETE" TO DL-NOTE
               WHEN OTHER
                   MOVE "OVER COMPANY LIMIT" TO DL-NOTE
           END-EVALUATE
           PERFORM 7000-PRINT-SUSPENSE-ITEM.

      *    A card that matched no item in suspense was mistyped or
      *    names an item that already released or expired - either
      *    way the approver needs to know it did nothing.
       6000-REPORT-UNUSED-APPROVALS.
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                   UNTIL WS-APPR-SUB > WS-APPR-COUNT
               IF WS-APPR-UNUSED(WS-APPR-SUB)
                   ADD 1 TO WS-UNKNOWN-APPROVAL-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "NO SUCH HOLD" TO DL-DISPOSITION
                   MOVE WS-APPR-HOLD-ID(WS-APPR-SUB) TO DL-HOLD-ID
                   MOVE WS-APPR-OPERATOR(WS-APPR-SUB) TO DL-APPROVER
                   MOVE "APPROVAL CARD NOT APPLIED" TO DL-NOTE
                   MOVE WS-DETAIL-LINE TO HOLD-PRINT-LINE
                   PERFORM 7500-WRITE-HOLD-LINE
                   SET AL-SEV-WARNING TO TRUE
                   MOVE "HLDU" TO AL-ALERT-CODE
                   STRING "APPROVAL " WS-APPR-HOLD-ID(WS-APPR-SUB)
                           " BY " WS-APPR-OPERATOR(WS-APPR-SUB)
                           " MATCHES NO HOLD"
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
               END-IF
           END-PERFORM.

      *    Prints the item in WS-SUSPENSE-ITEM - the caller has
      *    already set the disposition, and the approver and note
      *    where they apply, in the detail line.
       7000-PRINT-SUSPENSE-ITEM.
           MOVE SR-HOLD-ID TO DL-HOLD-ID
           MOVE SR-ACTION TO DL-ACTION
           MOVE SR-RECORD-DATA(1:10) TO DL-ID
           MOVE SR-HOLD-REASON TO DL-REASON
           MOVE SR-SUBMITTER TO DL-SUBMITTER
           MOVE SR-RECORD-DATA TO WS-TRAN-IMAGE
           IF TI-AMOUNT-FIELD IS NUMERIC
               MOVE TI-AMOUNT-FIELD TO DL-AMOUNT
           ELSE
               MOVE 0 TO DL-AMOUNT
           END-IF
           IF SR-MOVEMENT IS NUMERIC
               MOVE SR-MOVEMENT TO DL-MOVEMENT
           ELSE
               MOVE 0 TO DL-MOVEMENT
           END-IF
           MOVE WS-DETAIL-LINE TO HOLD-PRINT-LINE
           PERFORM 7500-WRITE-HOLD-LINE
           MOVE SPACES TO WS-DETAIL-LINE.

       7500-WRITE-HOLD-LINE.
           WRITE HOLD-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

       8000-PRINT-TOTALS.
           MOVE SPACES TO HOLD-PRINT-LINE
           PERFORM 7500-WRITE-HOLD-LINE
           MOVE SPACES TO HOLD-PRINT-LINE
           STRING "  PRIOR ITEMS " WS-PRIOR-READ-COUNT
                   "  RELEASED " WS-PRIOR-RELEASED-COUNT
                   "  CARRIED " WS-PRIOR-CARRIED-COUNT
                   "  EXPIRED " WS-EXPIRED-COUNT
                   "  APPROVALS REJECTED " WS-SAME-OPERATOR-COUNT
                   "  UNMATCHED " WS-UNKNOWN-APPROVAL-COUNT
               DELIMITED BY SIZE INTO HOLD-PRINT-LINE
           PERFORM 7500-WRITE-HOLD-LINE
           MOVE SPACES TO HOLD-PRINT-LINE
           STRING "  TODAY  TRANFILE " WS-TRAN-READ-COUNT
                   "  CHGTRANS " WS-CHANGE-READ-COUNT
                   "  REINTRAN " WS-REINSTATE-READ-COUNT
                   "  PASSED " WS-RELEASED-COUNT
                   "  HELD " WS-HELD-COUNT
                   " (DL " WS-HELD-DELETE-COUNT
                   " AD " WS-HELD-ADD-COUNT
                   " CH " WS-HELD-CHANGE-COUNT
                   " SQ " WS-HELD-QUEUED-COUNT ")"
               DELIMITED BY SIZE INTO HOLD-PRINT-LINE
           PERFORM 7500-WRITE-HOLD-LINE
           MOVE SPACES TO HOLD-PRINT-LINE
           STRING "  ITEMS NOW IN SUSPENSE " WS-SUSPENSE-WRITTEN-COUNT
                   "  HOLD AGE LIMIT " WS-EXPIRY-DAYS " "
                   WS-AGE-UNIT-TEXT
               DELIMITED BY SIZE INTO HOLD-PRINT-LINE
           PERFORM 7500-WRITE-HOLD-LINE.

       9000-TERMINATE.
           CLOSE TRAN-FILE
           IF WS-CHANGE-TRAN-PRESENT
               CLOSE CHANGE-TRAN-FILE
           END-IF
           IF WS-REINSTATE-TRAN-PRESENT
               CLOSE REINSTATE-TRAN-FILE
           END-IF
           CLOSE MASTER-FILE
           CLOSE RELEASE-FILE
           CLOSE SUSPENSE-FILE
           CLOSE EXPIRED-FILE
           CLOSE HOLD-PRINT-FILE
           DISPLAY "MNTHOLD: " WS-PRIOR-RELEASED-COUNT
               " APPROVED ITEM(S) RELEASED, " WS-RELEASED-COUNT
               " OF TODAY'S TRANSACTION(S) PASSED, " WS-HELD-COUNT
               " HELD"
           DISPLAY "MNTHOLD: " WS-SUSPENSE-WRITTEN-COUNT
               " ITEM(S) NOW IN SUSPENSE, " WS-EXPIRED-COUNT
               " EXPIRED"
           IF WS-HELD-COUNT > 0
               SET AL-SEV-INFO TO TRUE
               MOVE "HLDH" TO AL-ALERT-CODE
               STRING WS-HELD-COUNT " TRANSACTION(S) HELD FOR "
                       "APPROVAL, " WS-SUSPENSE-WRITTEN-COUNT
                       " IN SUSPENSE"
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
           END-IF
           IF WS-EXPIRED-COUNT > 0
               OR WS-SAME-OPERATOR-COUNT > 0
               OR WS-UNKNOWN-APPROVAL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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
