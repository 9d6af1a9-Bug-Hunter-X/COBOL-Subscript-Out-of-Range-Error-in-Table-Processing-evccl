      *    original master image or an added-today flag), which is
      *    what lets MSTBKOUT reconstruct the prior master if a bad
      *    transaction day has to be backed out.
      *    Adds and changes are held to the company and status codes
      *    in force on REFCODES - a code that is unknown or retired
      *    there bounces to TRANERR instead of reaching the master.
      *    In the nightly cycle TRANFILE is MNTHOLD's RELTRANS - the
      *    feed and any CHGTRANS after the dual-control hold has
      *    kept back deletes and over-limit amounts for approval.
      *    A re-key ("R" - the source system has renumbered an id)
      *    moves the record from its old key to the new one in the
      *    same run: the old key is journaled as deleted, the new key
      *    as added, so MSTBKOUT reverses it like any other day, and
      *    the old-id/new-id pair is appended to the permanent
      *    REKEYXRF cross-reference that AUDINQ, RECTRACE, and
      *    XTRCOMP follow to show a record's whole life under both
      *    ids.  The R transaction carries the old id in the key
      *    position (so it sequences with the old key) and the new id
      *    in columns 36-45; nothing else on it is used.  Because the
      *    new key may sort anywhere, TRANFILE and OLDMAST are each
      *    read through once before the merge to find and prove every
      *    re-key - a re-key whose old id is not on the master, whose
      *    new id already is, or that collides with another re-key in
      *    the feed bounces to TRANERR, as does any other transaction
      *    against an old id being re-keyed today.
      *    Once PERCLOSE has closed a period and recorded it on the
      *    PERCLSD register, an add or change effective-dated into
      *    that period bounces to TRANERR - the period's snapshot and
      *    rollforward are final.  A REOPCARD card (period YYYYMM in
      *    columns 1-6, authorizing operator in columns 8-15) lets
      *    the day's transactions into that one period; every card,
      *    and the count of transactions it let through, is alerted.
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABMAINT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

      *    One record per valid company code and status code, kept
      *    by REFMAINT.  A missing REFCODES means no code edit is
      *    applied, the behaviour before the file existed.  Layout
      *    in REFCODES.cpy.
           SELECT REFERENCE-FILE
               ASSIGN TO "REFCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

      *    One line per change transaction blocked by a transition
      *    rule - the key, both statuses, and the rule that blocked
      *    it, so the source system can be told exactly why the
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    The permanent old-id/new-id history - one record appended
      *    per re-key applied, never rewritten.  Layout in
      *    REKEYXRF.cpy.
           SELECT REKEY-XREF-FILE
               ASSIGN TO "REKEYXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REKEY-XREF-STATUS.

      *    The closed-period register PERCLOSE appends to - one
      *    record per period closed.  A missing PERCLSD means no
      *    period has been closed yet.
           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO "PERCLSD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSED-PERIOD-STATUS.

      *    Operator reopen cards - one per closed period today's
      *    transactions may post into.  Optional; supplied only on
      *    the day a correction has been authorized.
           SELECT REOPEN-CARD-FILE
               ASSIGN TO "REOPCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REOPEN-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
               88  TX-ADD                       VALUE "A".
               88  TX-CHANGE                    VALUE "C".
               88  TX-DELETE                    VALUE "D".
               88  TX-REKEY                     VALUE "R".
           05  TX-RECORD-DATA          PIC X(80).
           05  TX-RECORD-FIELDS REDEFINES TX-RECORD-DATA.
               10  TX-ID-FIELD         PIC X(10).
               10  FILLER              PIC X(11).
               10  TX-EFF-DATE-FIELD   PIC X(8).
               10  TX-STATUS-CODE      PIC X(2).
               10  TX-COMPANY-CODE     PIC X(3).
      *        Only meaningful on a re-key - the id the record moves
      *        to.  Spaces on every other action.
               10  TX-NEW-ID-FIELD     PIC X(10).
               10  FILLER              PIC X(36).

       FD  NEW-MASTER-FILE
           RECORDING MODE IS F
           05  TR-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(39).

       FD  REFERENCE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REFERENCE-RECORD.
           05  RF-CODE-TYPE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  RF-CODE                 PIC X(3).
           05  FILLER                  PIC X(1).
           05  RF-ACTIVE-FLAG          PIC X(1).
           05  FILLER                  PIC X(1).
           05  RF-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RF-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(33).

       FD  TRANSITION-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           05  JR-KEY                  PIC X(10).
           05  JR-BEFORE-IMAGE         PIC X(80).

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

      *    Same layout PERCLOSE writes - keep the two in step.
       FD  CLOSED-PERIOD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSED-PERIOD-RECORD.
           05  CP-PERIOD               PIC X(6).
           05  FILLER                  PIC X(74).

       FD  REOPEN-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REOPEN-CARD-RECORD.
           05  RO-PERIOD               PIC X(6).
           05  FILLER                  PIC X(1).
           05  RO-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(65).

       WORKING-STORAGE SECTION.
           COPY TRNRULES.
           COPY REFCODES.
           COPY ALERTREC.
           COPY CYCLINK.

       01  WS-FLAGS.
           05  WS-OLD-MASTER-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-TRAN-ERROR-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-RULE-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-RULE-EOF             PIC X(1)  VALUE "N".
           05  WS-REFERENCE-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-REFERENCE-EOF        PIC X(1)  VALUE "N".
           05  WS-CODES-SWITCH         PIC X(1)  VALUE "Y".
               88  WS-TRAN-CODES-VALID         VALUE "Y".
               88  WS-TRAN-CODES-INVALID       VALUE "N".
           05  WS-TRANSITION-RPT-STATUS PIC X(2) VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-GENERATION-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-JOURNAL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REKEY-XREF-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-CLOSED-PERIOD-STATUS PIC X(2)  VALUE SPACES.
           05  WS-CLOSED-PERIOD-EOF    PIC X(1)  VALUE "N".
           05  WS-REOPEN-CARD-STATUS   PIC X(2)  VALUE SPACES.
           05  WS-REOPEN-CARD-EOF      PIC X(1)  VALUE "N".
           05  WS-SCAN-EOF             PIC X(1)  VALUE "N".
           05  WS-MASTER-EOF-SWITCH    PIC X(1)  VALUE "N".
               88  WS-END-OF-MASTER            VALUE "Y".
           05  WS-TRAN-EOF-SWITCH      PIC X(1)  VALUE "N".
           88  WS-TRAN-DELETE-MISSING          VALUE "03".
           88  WS-TRAN-BAD-ACTION              VALUE "04".
           88  WS-TRAN-BAD-TRANSITION          VALUE "05".
           88  WS-TRAN-BAD-COMPANY             VALUE "06".
           88  WS-TRAN-BAD-STATUS              VALUE "07".
           88  WS-TRAN-REKEY-REFUSED           VALUE "08".
           88  WS-TRAN-ID-REKEYED              VALUE "09".
           88  WS-TRAN-PERIOD-CLOSED           VALUE "10".

      *    Comparison keys for the balanced-line merge - HIGH-VALUES
      *    once the owning file is exhausted, so the loop drains
      *    is what keeps the pair from journaling the key twice.
       01  WS-LAST-JOURNALED-KEY       PIC X(10) VALUE LOW-VALUES.

      *    Today's re-keys, found by the pre-merge passes over
      *    TRANFILE and OLDMAST and then sorted on the new id, so the
      *    merge can seed each moved record into the hold when the
      *    key sequence reaches its new key.  The old key's master
      *    image rides in the table because the master itself has
      *    long gone past the new key by the time a low new id is
      *    needed, or not yet reached the old one for a high one.
       01  WS-REKEY-AREA.
           05  WS-REKEY-MAX            PIC 9(3) VALUE 0.
           05  WS-REKEY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-REKEY-MAX
                   ASCENDING KEY IS WS-RK-NEW-ID.
               10  WS-RK-NEW-ID        PIC X(10).
               10  WS-RK-OLD-ID        PIC X(10).
               10  WS-RK-OLD-FOUND     PIC X(1).
               10  WS-RK-NEW-FOUND     PIC X(1).
               10  WS-RK-STATE         PIC X(1).
                   88  WS-RK-VALID             VALUE "V".
                   88  WS-RK-REFUSED           VALUE "X".
               10  WS-RK-APPLIED       PIC X(1).
               10  WS-RK-IMAGE         PIC X(80).
       01  WS-REKEY-COUNT              PIC 9(3) VALUE 0.
       01  WS-REKEY-SUB                PIC 9(3) VALUE 0.
       01  WS-REKEY-OTHER              PIC 9(3) VALUE 0.
       01  WS-REKEY-NEXT               PIC 9(3) VALUE 0.
      *    The next new key waiting to be seeded - HIGH-VALUES once
      *    every valid re-key has been, like the merge's own keys.
       01  WS-REKEY-KEY                PIC X(10) VALUE HIGH-VALUES.
       01  WS-REKEY-SEEDED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REKEY-APPLIED-COUNT      PIC 9(5) VALUE 0.
       01  WS-REKEY-REFUSED-COUNT      PIC 9(5) VALUE 0.
       01  WS-SCAN-MASTER-COUNT        PIC 9(5) VALUE 0.

      *    Closed periods from PERCLSD, each flagged if a REOPCARD
      *    card has reopened it for today's run.
       01  WS-CLOSED-AREA.
           05  WS-CLOSED-COUNT         PIC 9(3) VALUE 0.
           05  WS-CLOSED-TABLE OCCURS 500 TIMES.
               10  WS-CL-PERIOD        PIC X(6).
               10  WS-CL-REOPENED      PIC X(1).
               10  WS-CL-OPERATOR      PIC X(8).
       01  WS-CLOSED-SUB               PIC 9(3) VALUE 0.
       01  WS-CLOSED-MATCH             PIC 9(3) VALUE 0.
       01  WS-TRAN-EFF-PERIOD          PIC X(6) VALUE SPACES.
       01  WS-REOPEN-CARD-COUNT        PIC 9(5) VALUE 0.
       01  WS-REOPENED-POST-COUNT      PIC 9(5) VALUE 0.
       01  WS-REOPENED-POST-SWITCH     PIC X(1) VALUE "N".
           88  WS-TRAN-IN-REOPENED-PERIOD      VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-TRANSITION-RULES
           PERFORM 1800-LOAD-REFERENCE-CODES
           PERFORM 1950-LOAD-CLOSED-PERIODS
           PERFORM 1970-LOAD-REOPEN-CARDS
           PERFORM 1300-SCAN-REKEY-TRANSACTIONS
           PERFORM 1600-READ-MASTER-HEADER
           PERFORM 1700-VERIFY-GENERATION
           PERFORM 2200-READ-TRAN-RECORD
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 6500-VERIFY-OLD-MASTER-TRAILER
           PERFORM 6600-VERIFY-REKEYS
           PERFORM 7000-WRITE-NEW-MASTER-TRAILER
           PERFORM 8000-UPDATE-NEW-MASTER-HEADER
           PERFORM 8500-UPDATE-GENERATION-CONTROL
           PERFORM 8600-RECORD-REKEY-XREF
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "TABMAINT" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "TABMAINT: REFUSED BY CYCLE CONTROL - SEE "
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
           OPEN INPUT OLD-MASTER-FILE
           MOVE 0 TO NH-GENERATION
           WRITE NEW-MASTER-RECORD.

      *    A re-key's new key can sort anywhere in the master, so
      *    the merge must know every re-key - and have its old key's
      *    master image - before it starts.  One pass of TRANFILE
      *    collects the R transactions; if there are any, one pass of
      *    OLDMAST finds each old id's image and any new id already
      *    in use.  Both files are then reopened so the merge itself
      *    starts from the top exactly as before.
       1300-SCAN-REKEY-TRANSACTIONS.
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF TX-REKEY
                           PERFORM 1320-STORE-ONE-REKEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "TABMAINT: UNABLE TO REOPEN TRANFILE, STATUS="
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REKEY-COUNT > 0
               PERFORM 1350-SCAN-MASTER-FOR-REKEYS
               PERFORM 1400-VALIDATE-REKEYS
               IF WS-REKEY-MAX > 1
                   SORT WS-REKEY-TABLE ON ASCENDING KEY WS-RK-NEW-ID
               END-IF
               DISPLAY "TABMAINT: " WS-REKEY-COUNT
                   " RE-KEY TRANSACTION(S) ON TRANFILE, "
                   WS-REKEY-REFUSED-COUNT " REFUSED"
           END-IF
           MOVE 0 TO WS-REKEY-NEXT
           PERFORM 2950-NEXT-REKEY-KEY.

       1320-STORE-ONE-REKEY.
           IF WS-REKEY-COUNT >= 500
               DISPLAY "TABMAINT: MORE THAN 500 RE-KEY TRANSACTION(S) "
                   "ON TRANFILE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REKEY-COUNT
           MOVE WS-REKEY-COUNT TO WS-REKEY-MAX
           MOVE TX-ID-FIELD TO WS-RK-OLD-ID(WS-REKEY-COUNT)
           MOVE TX-NEW-ID-FIELD TO WS-RK-NEW-ID(WS-REKEY-COUNT)
           MOVE "N" TO WS-RK-OLD-FOUND(WS-REKEY-COUNT)
           MOVE "N" TO WS-RK-NEW-FOUND(WS-REKEY-COUNT)
           SET WS-RK-VALID(WS-REKEY-COUNT) TO TRUE
           MOVE "N" TO WS-RK-APPLIED(WS-REKEY-COUNT)
           MOVE SPACES TO WS-RK-IMAGE(WS-REKEY-COUNT).

      *    The header and any trailer are not details, but neither
      *    can carry a 10-byte id that matches a re-key, so the pass
      *    only steps over the header and leaves framing checks to
      *    the merge.
       1350-SCAN-MASTER-FOR-REKEYS.
           MOVE "N" TO WS-SCAN-EOF
           MOVE 0 TO WS-SCAN-MASTER-COUNT
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ OLD-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-SCAN-MASTER-COUNT
                       IF WS-SCAN-MASTER-COUNT = 1
                           AND OH-IS-HEADER
                           CONTINUE
                       ELSE
                           PERFORM 1370-MATCH-MASTER-TO-REKEYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER-FILE
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-MASTER-STATUS NOT = "00"
               DISPLAY "TABMAINT: UNABLE TO REOPEN OLDMAST, STATUS="
                   WS-OLD-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1370-MATCH-MASTER-TO-REKEYS.
           PERFORM VARYING WS-REKEY-SUB FROM 1 BY 1
                   UNTIL WS-REKEY-SUB > WS-REKEY-COUNT
               IF OM-ID-FIELD = WS-RK-OLD-ID(WS-REKEY-SUB)
                   MOVE "Y" TO WS-RK-OLD-FOUND(WS-REKEY-SUB)
                   MOVE OLD-MASTER-RECORD
                       TO WS-RK-IMAGE(WS-REKEY-SUB)
               END-IF
               IF OM-ID-FIELD = WS-RK-NEW-ID(WS-REKEY-SUB)
                   MOVE "Y" TO WS-RK-NEW-FOUND(WS-REKEY-SUB)
               END-IF
           END-PERFORM.

      *    A re-key is refused - and bounces to TRANERR when the
      *    merge reaches it - if it has no usable new id, if its old
      *    id is not on the master or its new id already is, or if
      *    any other re-key in the feed shares either of its ids.  A
      *    chain within one day (A to B, then B to C) is refused
      *    whole: the source system sends the net move instead.
       1400-VALIDATE-REKEYS.
           PERFORM VARYING WS-REKEY-SUB FROM 1 BY 1
                   UNTIL WS-REKEY-SUB > WS-REKEY-COUNT
               IF WS-RK-NEW-ID(WS-REKEY-SUB) = SPACES
                   OR WS-RK-NEW-ID(WS-REKEY-SUB) =
                       WS-RK-OLD-ID(WS-REKEY-SUB)
                   OR WS-RK-OLD-FOUND(WS-REKEY-SUB) = "N"
                   OR WS-RK-NEW-FOUND(WS-REKEY-SUB) = "Y"
                   SET WS-RK-REFUSED(WS-REKEY-SUB) TO TRUE
               END-IF
               PERFORM VARYING WS-REKEY-OTHER FROM 1 BY 1
                       UNTIL WS-REKEY-OTHER > WS-REKEY-COUNT
                   IF WS-REKEY-OTHER NOT = WS-REKEY-SUB
                       AND (WS-RK-OLD-ID(WS-REKEY-OTHER) =
                               WS-RK-OLD-ID(WS-REKEY-SUB)
                           OR WS-RK-OLD-ID(WS-REKEY-OTHER) =
                               WS-RK-NEW-ID(WS-REKEY-SUB)
                           OR WS-RK-NEW-ID(WS-REKEY-OTHER) =
                               WS-RK-OLD-ID(WS-REKEY-SUB)
                           OR WS-RK-NEW-ID(WS-REKEY-OTHER) =
                               WS-RK-NEW-ID(WS-REKEY-SUB))
                       SET WS-RK-REFUSED(WS-REKEY-SUB) TO TRUE
                   END-IF
               END-PERFORM
               IF WS-RK-REFUSED(WS-REKEY-SUB)
                   ADD 1 TO WS-REKEY-REFUSED-COUNT
               END-IF
           END-PERFORM.

      *    Loads the forbidden-transition rules into WS-RULE-AREA.  A
      *    missing TRNRULES simply means no transition is restricted
      *    - the membership edits still apply - so the control file
           END-IF
           COMPUTE WS-NEW-GENERATION = WS-OLD-GENERATION + 1.

      *    Mirrors 1670-LOAD-REFERENCE-CODES in TABLEBLD - keep the
      *    two in step.
       1800-LOAD-REFERENCE-CODES.
           OPEN INPUT REFERENCE-FILE
           IF WS-REFERENCE-STATUS = "35"
               DISPLAY "TABMAINT: NO REFCODES FILE - COMPANY AND "
                   "STATUS CODES NOT EDITED"
           ELSE
               IF WS-REFERENCE-STATUS NOT = "00"
                   DISPLAY "TABMAINT: UNABLE TO OPEN REFCODES, "
                       "STATUS=" WS-REFERENCE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-REFERENCE-EOF
               PERFORM UNTIL WS-REFERENCE-EOF = "Y"
                   READ REFERENCE-FILE
                       AT END
                           MOVE "Y" TO WS-REFERENCE-EOF
                       NOT AT END
                           PERFORM 1850-STORE-ONE-REFERENCE-CODE
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-FILE
               SET WS-REFCODES-LOADED TO TRUE
               DISPLAY "TABMAINT: " WS-REF-COUNT
                   " REFERENCE CODE(S) LOADED"
           END-IF.

       1850-STORE-ONE-REFERENCE-CODE.
           IF REFERENCE-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-REF-COUNT >= 500
                   DISPLAY "TABMAINT: MORE THAN 500 REFERENCE "
                       "CODE(S) ON REFCODES - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REF-COUNT
               MOVE RF-CODE-TYPE TO WS-REF-TYPE(WS-REF-COUNT)
               MOVE RF-CODE TO WS-REF-CODE(WS-REF-COUNT)
               MOVE RF-ACTIVE-FLAG
                   TO WS-REF-ACTIVE-FLAG(WS-REF-COUNT)
               MOVE RF-EFF-DATE TO WS-REF-EFF-DATE(WS-REF-COUNT)
               MOVE RF-DESCRIPTION
                   TO WS-REF-DESCRIPTION(WS-REF-COUNT)
           END-IF.

      *    Mirrors 1680-LOOKUP-REFERENCE-CODE in TABLEBLD - keep the
      *    two in step.
       1900-LOOKUP-REFERENCE-CODE.
           SET WS-REF-CODE-UNKNOWN TO TRUE
           MOVE SPACES TO WS-REF-LOOKUP-DESC
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-REF-COUNT
                       OR NOT WS-REF-CODE-UNKNOWN
               IF WS-REF-TYPE(WS-REF-SUB) = WS-REF-LOOKUP-TYPE
                   AND WS-REF-CODE(WS-REF-SUB) = WS-REF-LOOKUP-CODE
                   MOVE WS-REF-DESCRIPTION(WS-REF-SUB)
                       TO WS-REF-LOOKUP-DESC
                   IF WS-REF-ACTIVE-FLAG(WS-REF-SUB) = "A"
                       IF WS-REF-EFF-DATE(WS-REF-SUB) >
                               WS-REF-LOOKUP-DATE
                           SET WS-REF-CODE-INACTIVE TO TRUE
                       ELSE
                           SET WS-REF-CODE-VALID TO TRUE
                       END-IF
                   ELSE
                       IF WS-REF-EFF-DATE(WS-REF-SUB) >
                               WS-REF-LOOKUP-DATE
                           SET WS-REF-CODE-VALID TO TRUE
                       ELSE
                           SET WS-REF-CODE-INACTIVE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Every period PERCLOSE has closed.  A period closed twice
      *    (a re-run close) simply appears twice.
       1950-LOAD-CLOSED-PERIODS.
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-CLOSED-PERIOD-STATUS = "35"
               DISPLAY "TABMAINT: NO PERCLSD FILE - NO PERIOD IS "
                   "CLOSED TO MAINTENANCE"
           ELSE
               IF WS-CLOSED-PERIOD-STATUS NOT = "00"
                   DISPLAY "TABMAINT: UNABLE TO OPEN PERCLSD, "
                       "STATUS=" WS-CLOSED-PERIOD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-CLOSED-PERIOD-EOF
               PERFORM UNTIL WS-CLOSED-PERIOD-EOF = "Y"
                   READ CLOSED-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-CLOSED-PERIOD-EOF
                       NOT AT END
                           PERFORM 1960-STORE-ONE-CLOSED-PERIOD
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
               DISPLAY "TABMAINT: " WS-CLOSED-COUNT
                   " CLOSED PERIOD(S) LOADED FROM PERCLSD"
           END-IF.

       1960-STORE-ONE-CLOSED-PERIOD.
           IF CP-PERIOD IS NOT NUMERIC
               DISPLAY "TABMAINT: NON-NUMERIC PERIOD ON PERCLSD "
                   "RECORD: " CLOSED-PERIOD-RECORD(1:40)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLOSED-COUNT >= 500
               DISPLAY "TABMAINT: MORE THAN 500 CLOSED PERIOD(S) ON "
                   "PERCLSD - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           MOVE CP-PERIOD TO WS-CL-PERIOD(WS-CLOSED-COUNT)
           MOVE "N" TO WS-CL-REOPENED(WS-CLOSED-COUNT)
           MOVE SPACES TO WS-CL-OPERATOR(WS-CLOSED-COUNT).

      *    A reopen card must name a period and the operator who
      *    authorized it - a card that does neither is a keying
      *    error and stops the run before anything is applied.  A
      *    card for a period that is not closed changes nothing.
       1970-LOAD-REOPEN-CARDS.
           OPEN INPUT REOPEN-CARD-FILE
           IF WS-REOPEN-CARD-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-REOPEN-CARD-STATUS NOT = "00"
                   DISPLAY "TABMAINT: UNABLE TO OPEN REOPCARD, "
                       "STATUS=" WS-REOPEN-CARD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-REOPEN-CARD-EOF
               PERFORM UNTIL WS-REOPEN-CARD-EOF = "Y"
                   READ REOPEN-CARD-FILE
                       AT END
                           MOVE "Y" TO WS-REOPEN-CARD-EOF
                       NOT AT END
                           PERFORM 1980-APPLY-ONE-REOPEN-CARD
                   END-READ
               END-PERFORM
               CLOSE REOPEN-CARD-FILE
           END-IF.

       1980-APPLY-ONE-REOPEN-CARD.
           IF REOPEN-CARD-RECORD = SPACES
               CONTINUE
           ELSE
               IF RO-PERIOD IS NOT NUMERIC
                   OR RO-PERIOD(5:2) < "01" OR RO-PERIOD(5:2) > "12"
                   OR RO-OPERATOR = SPACES
                   DISPLAY "TABMAINT: REOPCARD CARD NEEDS A YYYYMM "
                       "PERIOD AND AN AUTHORIZING OPERATOR: "
                       REOPEN-CARD-RECORD(1:40)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REOPEN-CARD-COUNT
               MOVE 0 TO WS-CLOSED-MATCH
               PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                       UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
                   IF WS-CL-PERIOD(WS-CLOSED-SUB) = RO-PERIOD
                       MOVE "Y" TO WS-CL-REOPENED(WS-CLOSED-SUB)
                       MOVE RO-OPERATOR
                           TO WS-CL-OPERATOR(WS-CLOSED-SUB)
                       MOVE WS-CLOSED-SUB TO WS-CLOSED-MATCH
                   END-IF
               END-PERFORM
               IF WS-CLOSED-MATCH = 0
                   DISPLAY "TABMAINT: REOPCARD PERIOD " RO-PERIOD
                       " IS NOT CLOSED - CARD IGNORED"
                   SET AL-SEV-WARNING TO TRUE
                   MOVE "REOP" TO AL-ALERT-CODE
                   STRING "REOPEN CARD FOR PERIOD " RO-PERIOD
                           " IGNORED - PERIOD IS NOT CLOSED"
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
               ELSE
                   DISPLAY "TABMAINT: CLOSED PERIOD " RO-PERIOD
                       " REOPENED FOR THIS RUN BY " RO-OPERATOR
                   SET AL-SEV-WARNING TO TRUE
                   MOVE "REOP" TO AL-ALERT-CODE
                   STRING "CLOSED PERIOD " RO-PERIOD
                           " REOPENED FOR THIS RUN BY " RO-OPERATOR
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
               END-IF
           END-IF.

      *    Balanced-line merge of OLDMAST and TRANFILE.  The hold
      *    area always owns the lowest key in play: it is seeded from
      *    the master (or an applied add), amended in place by
      *    changes, emptied by a delete, and flushed to NEWMAST only
      *    once the transaction stream has moved past its key.  A
      *    re-keyed record enters the hold at its new key as if it
      *    were the master's next record, ahead of any transaction
      *    for the same key, so later transactions against the new
      *    id in today's feed apply to it.
       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-TRAN-KEY = HIGH-VALUES
                   AND WS-REKEY-KEY = HIGH-VALUES
                   AND WS-HOLD-EMPTY
               IF WS-HOLD-EMPTY
                   IF WS-REKEY-KEY < WS-MASTER-KEY
                       AND WS-REKEY-KEY <= WS-TRAN-KEY
                       PERFORM 2900-SEED-REKEYED-RECORD
                   ELSE
                   IF WS-MASTER-KEY <= WS-TRAN-KEY
                       MOVE OLD-MASTER-RECORD TO WS-HOLD-RECORD
                       SET WS-HOLD-ACTIVE TO TRUE
                   ELSE
                       PERFORM 2400-APPLY-UNMATCHED-TRAN
                   END-IF
                   END-IF
               ELSE
                   IF WS-TRAN-KEY = WS-HOLD-KEY
                       PERFORM 2500-APPLY-MATCHED-TRAN
      *    directly) so that a change or delete for the same key
      *    later in today's feed still finds it.
       2400-APPLY-UNMATCHED-TRAN.
           PERFORM 2470-FIND-REKEY-FOR-TRAN
           IF TX-ADD
               PERFORM 2450-VALIDATE-TRAN-CODES
           END-IF
           IF TX-REKEY
               SET WS-TRAN-REKEY-REFUSED TO TRUE
               PERFORM 2600-WRITE-TRAN-ERROR
           ELSE
           IF WS-REKEY-SUB > 0
               SET WS-TRAN-ID-REKEYED TO TRUE
               PERFORM 2600-WRITE-TRAN-ERROR
           ELSE
           IF TX-ADD AND WS-TRAN-CODES-INVALID
               PERFORM 2600-WRITE-TRAN-ERROR
           ELSE
           IF TX-ADD
               MOVE TX-RECORD-DATA TO WS-HOLD-RECORD
               SET WS-HOLD-ACTIVE TO TRUE
               ADD 1 TO WS-ADD-COUNT
               IF WS-TRAN-IN-REOPENED-PERIOD
                   ADD 1 TO WS-REOPENED-POST-COUNT
               END-IF
      *        A re-add of the key just deleted must not journal the
      *        key a second time - the existed-Y image written at
      *        the delete already carries the true prior state, and
               END-IF
               PERFORM 2600-WRITE-TRAN-ERROR
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 2200-READ-TRAN-RECORD.

      *    The company and status an add or change would put on the
      *    master must be in force on REFCODES on the run date -
      *    company first, then status, one reason per transaction.
      *    No reference file means no code edit, as before it
      *    existed.
       2450-VALIDATE-TRAN-CODES.
           SET WS-TRAN-CODES-VALID TO TRUE
           MOVE "N" TO WS-REOPENED-POST-SWITCH
           IF WS-REFCODES-LOADED
               MOVE "C" TO WS-REF-LOOKUP-TYPE
               MOVE TX-COMPANY-CODE TO WS-REF-LOOKUP-CODE
               MOVE WS-RUN-DATE TO WS-REF-LOOKUP-DATE
               PERFORM 1900-LOOKUP-REFERENCE-CODE
               IF NOT WS-REF-CODE-VALID
                   SET WS-TRAN-CODES-INVALID TO TRUE
                   SET WS-TRAN-BAD-COMPANY TO TRUE
               ELSE
                   MOVE "S" TO WS-REF-LOOKUP-TYPE
                   MOVE TX-STATUS-CODE TO WS-REF-LOOKUP-CODE
                   PERFORM 1900-LOOKUP-REFERENCE-CODE
                   IF NOT WS-REF-CODE-VALID
                       SET WS-TRAN-CODES-INVALID TO TRUE
                       SET WS-TRAN-BAD-STATUS TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-CODES-VALID
               PERFORM 2460-CHECK-CLOSED-PERIOD
           END-IF.

      *    An add or change effective-dated into a closed period is
      *    refused unless a reopen card has opened that period for
      *    today's run.  A non-numeric date is left to the master's
      *    own edits, as before periods were closed.  A transaction
      *    admitted to a reopened period is only flagged here - it
      *    is counted where it is applied, since later edits can
      *    still refuse it.
       2460-CHECK-CLOSED-PERIOD.
           IF TX-EFF-DATE-FIELD IS NUMERIC
               MOVE TX-EFF-DATE-FIELD(1:6) TO WS-TRAN-EFF-PERIOD
               MOVE 0 TO WS-CLOSED-MATCH
               PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                       UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
                           OR WS-CLOSED-MATCH > 0
                   IF WS-CL-PERIOD(WS-CLOSED-SUB) = WS-TRAN-EFF-PERIOD
                       MOVE WS-CLOSED-SUB TO WS-CLOSED-MATCH
                   END-IF
               END-PERFORM
               IF WS-CLOSED-MATCH > 0
                   IF WS-CL-REOPENED(WS-CLOSED-MATCH) = "Y"
                       SET WS-TRAN-IN-REOPENED-PERIOD TO TRUE
                   ELSE
                       SET WS-TRAN-CODES-INVALID TO TRUE
                       SET WS-TRAN-PERIOD-CLOSED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Sets WS-REKEY-SUB to the valid re-key moving the current
      *    transaction's id away today, or zero if there is none.
       2470-FIND-REKEY-FOR-TRAN.
           MOVE 0 TO WS-REKEY-SUB
           PERFORM VARYING WS-REKEY-OTHER FROM 1 BY 1
                   UNTIL WS-REKEY-OTHER > WS-REKEY-COUNT
                       OR WS-REKEY-SUB > 0
               IF WS-RK-OLD-ID(WS-REKEY-OTHER) = TX-ID-FIELD
                   AND WS-RK-VALID(WS-REKEY-OTHER)
                   MOVE WS-REKEY-OTHER TO WS-REKEY-SUB
               END-IF
           END-PERFORM.

      *    The transaction key matches the record in the hold - a
      *    change amends it in place, a delete empties it, an add is
      *    a duplicate of a key already on the master.  A change is
      *    blocked here, reported to TRNEXMNT, and bounced to TRANERR
      *    instead of being applied.
       2500-APPLY-MATCHED-TRAN.
           PERFORM 2470-FIND-REKEY-FOR-TRAN
           IF TX-REKEY
               PERFORM 2650-APPLY-REKEY
           ELSE
           IF WS-REKEY-SUB > 0
               SET WS-TRAN-ID-REKEYED TO TRUE
               PERFORM 2600-WRITE-TRAN-ERROR
           ELSE
           IF TX-ADD
               SET WS-TRAN-ADD-EXISTS TO TRUE
               PERFORM 2600-WRITE-TRAN-ERROR
           ELSE
               IF TX-CHANGE
                   PERFORM 2450-VALIDATE-TRAN-CODES
               END-IF
               IF TX-CHANGE AND WS-TRAN-CODES-INVALID
                   PERFORM 2600-WRITE-TRAN-ERROR
               ELSE
               IF TX-CHANGE
                   PERFORM 2550-CHECK-STATUS-TRANSITION
                   IF WS-TRANSITION-BLOCKED
                       PERFORM 2850-JOURNAL-PRIOR-IMAGE
                       MOVE TX-RECORD-DATA TO WS-HOLD-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       IF WS-TRAN-IN-REOPENED-PERIOD
                           ADD 1 TO WS-REOPENED-POST-COUNT
                       END-IF
                   END-IF
               ELSE
                   IF TX-DELETE
                       PERFORM 2600-WRITE-TRAN-ERROR
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 2200-READ-TRAN-RECORD.

               END-PERFORM
           END-IF.

      *    The re-key reaches the old key with the hold still carrying
      *    the master record untouched - every other transaction for
      *    the old id is refused - so the old key journals its image
      *    as a delete would and leaves the master.  The record has
      *    already been (or will yet be) seeded at its new key by
      *    2900, so nothing is lost.
       2650-APPLY-REKEY.
           IF WS-REKEY-SUB = 0
               SET WS-TRAN-REKEY-REFUSED TO TRUE
               PERFORM 2600-WRITE-TRAN-ERROR
           ELSE
               PERFORM 2850-JOURNAL-PRIOR-IMAGE
               SET WS-HOLD-EMPTY TO TRUE
               MOVE "Y" TO WS-RK-APPLIED(WS-REKEY-SUB)
               ADD 1 TO WS-REKEY-APPLIED-COUNT
               DISPLAY "TABMAINT: KEY " TX-ID-FIELD " RE-KEYED TO "
                   WS-RK-NEW-ID(WS-REKEY-SUB)
           END-IF.

       2700-WRITE-TRANSITION-EXCEPTION.
           ADD 1 TO WS-TRANSITION-BLOCKED-COUNT
           MOVE SPACES TO TRANSITION-REPORT-RECORD
               MOVE "Y" TO WS-HOLD-JOURNALED
           END-IF.

      *    The moved record enters the hold under its new id, with the
      *    new key journaled as added today - its backout is simply
      *    its removal, while the old key's own journal record puts
      *    the original back.
       2900-SEED-REKEYED-RECORD.
           MOVE WS-RK-IMAGE(WS-REKEY-NEXT) TO WS-HOLD-RECORD
           MOVE WS-RK-NEW-ID(WS-REKEY-NEXT) TO WS-HOLD-KEY
           SET WS-HOLD-ACTIVE TO TRUE
           MOVE WS-HOLD-RECORD TO WS-HOLD-ORIGINAL-IMAGE
           PERFORM 2800-JOURNAL-ADDED-KEY
           ADD 1 TO WS-REKEY-SEEDED-COUNT
           PERFORM 2950-NEXT-REKEY-KEY.

       2950-NEXT-REKEY-KEY.
           MOVE HIGH-VALUES TO WS-REKEY-KEY
           ADD 1 TO WS-REKEY-NEXT
           PERFORM UNTIL WS-REKEY-NEXT > WS-REKEY-COUNT
                   OR WS-REKEY-KEY NOT = HIGH-VALUES
               IF WS-RK-VALID(WS-REKEY-NEXT)
                   MOVE WS-RK-NEW-ID(WS-REKEY-NEXT) TO WS-REKEY-KEY
               ELSE
                   ADD 1 TO WS-REKEY-NEXT
               END-IF
           END-PERFORM.

       2600-WRITE-TRAN-ERROR.
           MOVE TX-ACTION TO TE-ACTION
           MOVE TX-RECORD-DATA TO TE-RECORD-DATA
               END-IF
           END-IF.

      *    Every record seeded at a new key must have left its old
      *    key - a mismatch would put one record on the new master
      *    twice, so it stops the run before the master is finalized.
       6600-VERIFY-REKEYS.
           IF WS-REKEY-SEEDED-COUNT NOT = WS-REKEY-APPLIED-COUNT
               DISPLAY "TABMAINT: " WS-REKEY-SEEDED-COUNT
                   " RE-KEYED RECORD(S) SEEDED AT THEIR NEW KEY BUT "
                   WS-REKEY-APPLIED-COUNT " REMOVED FROM THEIR OLD "
                   "KEY - RUN ABORTED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "RKYX" TO AL-ALERT-CODE
               STRING "RE-KEYS SEEDED " WS-REKEY-SEEDED-COUNT
                       " BUT APPLIED " WS-REKEY-APPLIED-COUNT
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    NEWMAST's own generation trailer - count, amount
      *    checksum, and the new generation - written after the last
      *    detail, before the header backpatch closes the file.
           DISPLAY "TABMAINT: NEWMAST WRITTEN AS GENERATION "
               WS-NEW-GENERATION ", GENCTL ADVANCED".

      *    Appended only once the new generation is recorded, so a
      *    rerun of a failed day never leaves a pair behind for a
      *    master that was never produced.  The history accumulates
      *    across runs - EXTEND, with the first re-key ever applied
      *    creating the file, as HOUSEKP does for RUNHIST.
       8600-RECORD-REKEY-XREF.
           IF WS-REKEY-APPLIED-COUNT > 0
               OPEN EXTEND REKEY-XREF-FILE
               IF WS-REKEY-XREF-STATUS = "35"
                   OPEN OUTPUT REKEY-XREF-FILE
               END-IF
               IF WS-REKEY-XREF-STATUS NOT = "00"
                   DISPLAY "TABMAINT: UNABLE TO OPEN REKEYXRF, STATUS="
                       WS-REKEY-XREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-REKEY-SUB FROM 1 BY 1
                       UNTIL WS-REKEY-SUB > WS-REKEY-COUNT
                   IF WS-RK-APPLIED(WS-REKEY-SUB) = "Y"
                       MOVE SPACES TO REKEY-XREF-RECORD
                       MOVE WS-RK-OLD-ID(WS-REKEY-SUB) TO XR-OLD-ID
                       MOVE WS-RK-NEW-ID(WS-REKEY-SUB) TO XR-NEW-ID
                       MOVE WS-RUN-DATE TO XR-REKEY-DATE
                       MOVE WS-NEW-GENERATION TO XR-GENERATION
                       MOVE "R" TO XR-ENTRY-TYPE
                       WRITE REKEY-XREF-RECORD
                   END-IF
               END-PERFORM
               CLOSE REKEY-XREF-FILE
               DISPLAY "TABMAINT: " WS-REKEY-APPLIED-COUNT
                   " RE-KEY(S) RECORDED ON REKEYXRF"
           END-IF.

       9000-TERMINATE.
           CLOSE OLD-MASTER-FILE
           CLOSE TRAN-FILE
               " RECORD(S)"
           DISPLAY "TABMAINT: APPLIED " WS-ADD-COUNT " ADD(S), "
               WS-CHANGE-COUNT " CHANGE(S), " WS-DELETE-COUNT
               " DELETE(S), " WS-REKEY-APPLIED-COUNT " RE-KEY(S)"
           IF WS-TRAN-ERROR-COUNT > 0
               DISPLAY "TABMAINT: " WS-TRAN-ERROR-COUNT
                   " TRANSACTION(S) REJECTED TO TRANERR"
           END-IF
           DISPLAY "TABMAINT: " WS-JOURNAL-COUNT
               " KEY(S) JOURNALED TO MNTJRNL FOR BACKOUT"
           IF WS-REOPENED-POST-COUNT > 0
               DISPLAY "TABMAINT: " WS-REOPENED-POST-COUNT
                   " TRANSACTION(S) POSTED TO REOPENED PERIOD(S)"
               SET AL-SEV-WARNING TO TRUE
               MOVE "REOP" TO AL-ALERT-CODE
               STRING WS-REOPENED-POST-COUNT
                       " TRANSACTION(S) POSTED TO REOPENED "
                       "PERIOD(S)"
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
           END-IF
           CLOSE ALERT-FILE.

      *    One fixed-layout alert record per call - the program id
