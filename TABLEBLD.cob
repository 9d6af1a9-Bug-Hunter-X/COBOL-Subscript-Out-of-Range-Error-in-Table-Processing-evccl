      *    TABLEBLD
      *    Loads WS-TABLE from the daily input feed and performs the
      *    downstream table-maintenance processing for that run.
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLEBLD.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

      *    One record per valid company code and status code, kept
      *    by REFMAINT - when present, 2600-EDIT-INPUT-RECORD takes
      *    its status and company edits from it instead of the
      *    built-in lists, so a new code is a card change and not a
      *    program change.  Layout in REFCODES.cpy.
           SELECT REFERENCE-FILE
               ASSIGN TO "REFCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

      *    One dated record per non-processing day - when present,
      *    the overflow age-limit escalation counts business days
      *    since the record first overflowed instead of raw recycle
           05  CD-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(41).

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

       WORKING-STORAGE SECTION.
           COPY WSTABLE.
           COPY TRNRULES.
           COPY SHOPCAL.
           COPY REFCODES.
           COPY ALERTREC.
           COPY CYCLINK.

      *    Key and status of every record on the prior master image,
      *    key-sorted for the SEARCH ALL lookup the transition check
           05  WS-RULE-EOF             PIC X(1)  VALUE "N".
           05  WS-CALENDAR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CALENDAR-EOF         PIC X(1)  VALUE "N".
           05  WS-REFERENCE-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-REFERENCE-EOF        PIC X(1)  VALUE "N".
           05  WS-TRANSITION-RPT-STATUS PIC X(2) VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-GENERATION-STATUS    PIC X(2)  VALUE SPACES.
                                       PIC 9(5) OCCURS 5 TIMES.
           05  CK-PENDING-OUT-COUNT    PIC 9(5).
           05  CK-TRANSITION-COUNT     PIC 9(5).
      *        Reason 06 came after the record layout was set, so it
      *        sits past the older fields rather than in the table.
           05  CK-REASON-06-COUNT      PIC 9(5).
           05  FILLER                  PIC X(15).

      *    Edit view of the record being considered for the table
      *    load - the same field slices WS-ENTRY-FIELDS carves out of
           05  ED-STATUS-CODE          PIC X(2).
      *        The approved status code list agreed with the source
      *        system - anything else is rejected with reason 04.
      *        Used only when no REFCODES file is present; otherwise
      *        the status must be in force on the reference file.
               88  ED-STATUS-APPROVED  VALUES "AC" "IN" "PN"
                                              "SU" "CL".
           05  ED-COMPANY-CODE         PIC X(3).
           88  WS-REJECT-BAD-EFF-DATE          VALUE "03".
           88  WS-REJECT-BAD-STATUS            VALUE "04".
           88  WS-REJECT-NO-COMPANY            VALUE "05".
      *    Company code not on REFCODES, or retired or not yet in
      *    force there on the run date.
           88  WS-REJECT-BAD-COMPANY           VALUE "06".

       01  WS-REJECT-COUNT             PIC 9(5) VALUE 0.
      *    Records whose status change from the prior master image a
       01  WS-TRANSITION-BLOCKED-COUNT PIC 9(5) VALUE 0.
       01  WS-PRIOR-STATUS-HOLD        PIC X(2) VALUE SPACES.
       01  WS-REJECT-REASON-TABLE.
           05  WS-REJECT-REASON-COUNT  PIC 9(5) OCCURS 6 TIMES.
       01  WS-REASON-SUB               PIC 9(1) VALUE 0.
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.

           05  FILLER                  PIC X(8) VALUE "ACKPARM".
           05  FILLER                  PIC X(8) VALUE "ACKRPT".
           05  FILLER                  PIC X(8) VALUE "ALTACK".
           05  FILLER                  PIC X(8) VALUE "ALTARC".
           05  FILLER                  PIC X(8) VALUE "ALTAUD".
           05  FILLER                  PIC X(8) VALUE "ALTBKO".
           05  FILLER                  PIC X(8) VALUE "ALTBLD".
           05  FILLER                  PIC X(8) VALUE "ALTCHG".
           05  FILLER                  PIC X(8) VALUE "ALTCMP".
           05  FILLER                  PIC X(8) VALUE "ALTCYC".
           05  FILLER                  PIC X(8) VALUE "ALTFIX".
           05  FILLER                  PIC X(8) VALUE "ALTGLP".
           05  FILLER                  PIC X(8) VALUE "ALTHKP".
           05  FILLER                  PIC X(8) VALUE "ALTHLD".
           05  FILLER                  PIC X(8) VALUE "ALTIDX".
           05  FILLER                  PIC X(8) VALUE "ALTMNT".
           05  FILLER                  PIC X(8) VALUE "ALTPER".
           05  FILLER                  PIC X(8) VALUE "ALTRCV".
           05  FILLER                  PIC X(8) VALUE "ALTREF".
           05  FILLER                  PIC X(8) VALUE "ALTSUM".
           05  FILLER                  PIC X(8) VALUE "ALTTRD".
           05  FILLER                  PIC X(8) VALUE "APPRCARD".
           05  FILLER                  PIC X(8) VALUE "ARCJRNL".
           05  FILLER                  PIC X(8) VALUE "ARCPARM".
           05  FILLER                  PIC X(8) VALUE "ARCRPT".
           05  FILLER                  PIC X(8) VALUE "AUDARCHI".
           05  FILLER                  PIC X(8) VALUE "AUDARCHO".
           05  FILLER                  PIC X(8) VALUE "AUDITLOG".
           05  FILLER                  PIC X(8) VALUE "CHGRPT".
           05  FILLER                  PIC X(8) VALUE "CHGTRANS".
           05  FILLER                  PIC X(8) VALUE "CHKPT".
           05  FILLER                  PIC X(8) VALUE "CYCLOG".
           05  FILLER                  PIC X(8) VALUE "CYCPARM".
           05  FILLER                  PIC X(8) VALUE "CYCPLAN".
           05  FILLER                  PIC X(8) VALUE "CYCRPT".
           05  FILLER                  PIC X(8) VALUE "DELTARPT".
           05  FILLER                  PIC X(8) VALUE "EXCPRPT".
           05  FILLER                  PIC X(8) VALUE "FIXCARDS".
           05  FILLER                  PIC X(8) VALUE "FIXPARM".
           05  FILLER                  PIC X(8) VALUE "FIXRPT".
           05  FILLER                  PIC X(8) VALUE "GENCTL".
           05  FILLER                  PIC X(8) VALUE "GLJRNL".
           05  FILLER                  PIC X(8) VALUE "GLMAP".
           05  FILLER                  PIC X(8) VALUE "GLRPT".
           05  FILLER                  PIC X(8) VALUE "HISTMAST".
           05  FILLER                  PIC X(8) VALUE "HISTOLD".
           05  FILLER                  PIC X(8) VALUE "HKPARM".
           05  FILLER                  PIC X(8) VALUE "HKRPT".
           05  FILLER                  PIC X(8) VALUE "HOLDEXP".
           05  FILLER                  PIC X(8) VALUE "HOLDPARM".
           05  FILLER                  PIC X(8) VALUE "HOLDRPT".
           05  FILLER                  PIC X(8) VALUE "IDXPARM".
           05  FILLER                  PIC X(8) VALUE "IDXRPT".
           05  FILLER                  PIC X(8) VALUE "INFILE".
           05  FILLER                  PIC X(8) VALUE "INQPARM".
           05  FILLER                  PIC X(8) VALUE "INQRPT".
           05  FILLER                  PIC X(8) VALUE "LIVEMAST".
           05  FILLER                  PIC X(8) VALUE "MNTJRNL".
           05  FILLER                  PIC X(8) VALUE "MSTINDEX".
           05  FILLER                  PIC X(8) VALUE "NEWMAST".
           05  FILLER                  PIC X(8) VALUE "OLDMAST".
           05  FILLER                  PIC X(8) VALUE "OPSRPT".
           05  FILLER                  PIC X(8) VALUE "OVRFLOW".
           05  FILLER                  PIC X(8) VALUE "PENDING".
           05  FILLER                  PIC X(8) VALUE "PENDOLD".
           05  FILLER                  PIC X(8) VALUE "PERACTI".
           05  FILLER                  PIC X(8) VALUE "PERACTO".
           05  FILLER                  PIC X(8) VALUE "PERCLSD".
           05  FILLER                  PIC X(8) VALUE "PERPARM".
           05  FILLER                  PIC X(8) VALUE "PERRPT".
           05  FILLER                  PIC X(8) VALUE "PRIORMST".
           05  FILLER                  PIC X(8) VALUE "PRTRPT".
           05  FILLER                  PIC X(8) VALUE "RCVPARM".
           05  FILLER                  PIC X(8) VALUE "RCVREG".
           05  FILLER                  PIC X(8) VALUE "RCVRPT".
           05  FILLER                  PIC X(8) VALUE "RECONRPT".
           05  FILLER                  PIC X(8) VALUE "REFCARDS".
           05  FILLER                  PIC X(8) VALUE "REFCODEO".
           05  FILLER                  PIC X(8) VALUE "REFCODES".
           05  FILLER                  PIC X(8) VALUE "REFRPT".
           05  FILLER                  PIC X(8) VALUE "REINCARD".
           05  FILLER                  PIC X(8) VALUE "REINTRAN".
           05  FILLER                  PIC X(8) VALUE "REJCARRY".
           05  FILLER                  PIC X(8) VALUE "REJCFOLD".
           05  FILLER                  PIC X(8) VALUE "REJECTS".
           05  FILLER                  PIC X(8) VALUE "REKEYXRF".
           05  FILLER                  PIC X(8) VALUE "RELTRANS".
           05  FILLER                  PIC X(8) VALUE "REOPCARD".
           05  FILLER                  PIC X(8) VALUE "RESUBMIT".
           05  FILLER                  PIC X(8) VALUE "RUNHIST".
           05  FILLER                  PIC X(8) VALUE "RUNLOG".
           05  FILLER                  PIC X(8) VALUE "RUNLOGO".
           05  FILLER                  PIC X(8) VALUE "SCRBPARM".
           05  FILLER                  PIC X(8) VALUE "SCRBRPT".
           05  FILLER                  PIC X(8) VALUE "SHOPCAL".
           05  FILLER                  PIC X(8) VALUE "SUMRPT".
           05  FILLER                  PIC X(8) VALUE "SUSPENSE".
           05  FILLER                  PIC X(8) VALUE "SUSPOLD".
           05  FILLER                  PIC X(8) VALUE "TBLPARM".
           05  FILLER                  PIC X(8) VALUE "TRACERPT".
           05  FILLER                  PIC X(8) VALUE "TRANERR".
           05  FILLER                  PIC X(8) VALUE "TRNEXBLD".
           05  FILLER                  PIC X(8) VALUE "TRNEXMNT".
           05  FILLER                  PIC X(8) VALUE "TRNRULES".
           05  FILLER                  PIC X(8) VALUE "TSTGENC".
           05  FILLER                  PIC X(8) VALUE "TSTINFL".
           05  FILLER                  PIC X(8) VALUE "TSTMAST".
           05  FILLER                  PIC X(8) VALUE "TSTTRAN".
           05  FILLER                  PIC X(8) VALUE "XTRCTL".
           05  FILLER                  PIC X(8) VALUE "XTRCTLO".
           05  FILLER                  PIC X(8) VALUE "XTRFILE".
           05  FILLER                  PIC X(8) VALUE "XTRPRIOR".
           05  FILLER                  PIC X(8) VALUE "XTRSUBS".
       01  WS-RESERVED-NAME-TABLE REDEFINES WS-RESERVED-NAME-LIST.
           05  WS-RESERVED-NAME        PIC X(8) OCCURS 124 TIMES.
       01  WS-RESERVED-NAME-MAX        PIC 9(3) VALUE 124.
       01  WS-RESERVED-SUB             PIC 9(3) VALUE 0.
       01  WS-NAME-TO-CHECK            PIC X(8) VALUE SPACES.
       01  WS-NAME-RESERVED-SWITCH     PIC X(1) VALUE "N".
           88  WS-NAME-IS-RESERVED             VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1600-READ-HEADER-RECORD
           PERFORM 1610-LOAD-TRANSITION-RULES
           PERFORM 1670-LOAD-REFERENCE-CODES
           PERFORM 1620-LOAD-PRIOR-MASTER-IMAGE
           PERFORM 1640-LOAD-SHOP-CALENDAR
           PERFORM 1630-SWEEP-PENDING-FILE
           PERFORM 4000-SORT-AND-VALIDATE-KEYS
           PERFORM 4300-SEARCH-BY-ID
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "TABLEBLD" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "TABLEBLD: REFUSED BY CYCLE CONTROL - SEE "
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
           MOVE 0 TO WS-COUNT
               END-IF
           END-PERFORM.

      *    Loads the company and status reference codes into
      *    WS-REFCODE-AREA.  A missing REFCODES means the reference
      *    file has not been cut over yet - the built-in approved
      *    status list and the non-blank company edit stand, exactly
      *    as before the file existed.  Mirrors the load in TABWORK,
      *    TABMAINT, REJFIX, TABRPT, and TABSUM - keep them in step.
       1670-LOAD-REFERENCE-CODES.
           OPEN INPUT REFERENCE-FILE
           IF WS-REFERENCE-STATUS = "35"
               DISPLAY "TABLEBLD: NO REFCODES FILE - BUILT-IN STATUS "
                   "AND COMPANY EDITS APPLY"
           ELSE
               IF WS-REFERENCE-STATUS NOT = "00"
                   DISPLAY "TABLEBLD: UNABLE TO OPEN REFCODES, "
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
                           PERFORM 1675-STORE-ONE-REFERENCE-CODE
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-FILE
               SET WS-REFCODES-LOADED TO TRUE
               DISPLAY "TABLEBLD: " WS-REF-COUNT
                   " REFERENCE CODE(S) LOADED"
           END-IF.

       1675-STORE-ONE-REFERENCE-CODE.
           IF REFERENCE-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-REF-COUNT >= 500
                   DISPLAY "TABLEBLD: MORE THAN 500 REFERENCE "
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

      *    Finds WS-REF-LOOKUP-TYPE/CODE and decides whether the code
      *    is in force on WS-REF-LOOKUP-DATE: an active code from its
      *    effective date on, a retired code up to the day before
      *    its retirement date.  Mirrors the lookup in TABWORK,
      *    TABMAINT, REJFIX, TABRPT, and TABSUM - keep them in step.
       1680-LOOKUP-REFERENCE-CODE.
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

      *    Sweeps the prior run's PENDING (pointed at PENDOLD by the
      *    scheduler) ahead of everything else: records whose
      *    effective date has now arrived load into the first table
                       MOVE CK-REJECT-COUNT TO WS-REJECT-COUNT
                       MOVE CK-REJECT-REASONS
                           TO WS-REJECT-REASON-TABLE
                       MOVE CK-REASON-06-COUNT
                           TO WS-REJECT-REASON-COUNT(6)
      *                A checkpoint cut before reason 06 existed
      *                carries spaces in CK-REASON-06-COUNT.
                       IF WS-REJECT-REASON-COUNT(6) IS NOT NUMERIC
                           MOVE 0 TO WS-REJECT-REASON-COUNT(6)
                       END-IF
                       MOVE CK-PENDING-OUT-COUNT
                           TO WS-PENDING-OUT-COUNT
                       MOVE CK-TRANSITION-COUNT
           MOVE WS-EXPECTED-COUNT TO CK-EXPECTED-COUNT
           MOVE WS-REJECT-COUNT TO CK-REJECT-COUNT
           MOVE WS-REJECT-REASON-TABLE TO CK-REJECT-REASONS
           MOVE WS-REJECT-REASON-COUNT(6) TO CK-REASON-06-COUNT
           MOVE WS-PENDING-OUT-COUNT TO CK-PENDING-OUT-COUNT
           MOVE WS-TRANSITION-BLOCKED-COUNT TO CK-TRANSITION-COUNT
           OPEN OUTPUT CHECKPOINT-FILE
                   SET WS-REJECT-AMT-NOT-NUMERIC TO TRUE
               ELSE
                   PERFORM 2650-VALIDATE-EFF-DATE
                   IF WS-EDIT-PASSED
                       PERFORM 2660-VALIDATE-STATUS-CODE
                   END-IF
                   IF WS-EDIT-PASSED AND ED-COMPANY-CODE = SPACES
                       SET WS-EDIT-REJECTED TO TRUE
                       SET WS-REJECT-NO-COMPANY TO TRUE
                   END-IF
                   IF WS-EDIT-PASSED AND WS-REFCODES-LOADED
                       MOVE "C" TO WS-REF-LOOKUP-TYPE
                       MOVE ED-COMPANY-CODE TO WS-REF-LOOKUP-CODE
                       MOVE WS-RUN-DATE TO WS-REF-LOOKUP-DATE
                       PERFORM 1680-LOOKUP-REFERENCE-CODE
                       IF NOT WS-REF-CODE-VALID
                           SET WS-EDIT-REJECTED TO TRUE
                           SET WS-REJECT-BAD-COMPANY TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The status must be in force on REFCODES on the run date;
      *    without a reference file the built-in approved list
      *    stands.  Either way a failure is reason 04.
       2660-VALIDATE-STATUS-CODE.
           IF WS-REFCODES-LOADED
               MOVE "S" TO WS-REF-LOOKUP-TYPE
               MOVE ED-STATUS-CODE TO WS-REF-LOOKUP-CODE
               MOVE WS-RUN-DATE TO WS-REF-LOOKUP-DATE
               PERFORM 1680-LOOKUP-REFERENCE-CODE
               IF NOT WS-REF-CODE-VALID
                   SET WS-EDIT-REJECTED TO TRUE
                   SET WS-REJECT-BAD-STATUS TO TRUE
               END-IF
           ELSE
               IF NOT ED-STATUS-APPROVED
                   SET WS-EDIT-REJECTED TO TRUE
                   SET WS-REJECT-BAD-STATUS TO TRUE
               END-IF
           END-IF.

               PERFORM 9500-WRITE-ALERT-RECORD
           END-IF.

      *    WS-REJECT-REASON codes run 01-06, so the code itself is
      *    the subscript into the by-reason counters.  Also performed
      *    by 7800-MERGE-PARTITION-REJECT with the slice record's own
      *    reason code, so a partitioned run's by-reason totals match
       2750-COUNT-REJECT-REASON.
           IF WS-REJECT-ID-SPACES OR WS-REJECT-AMT-NOT-NUMERIC
                   OR WS-REJECT-BAD-EFF-DATE OR WS-REJECT-BAD-STATUS
                   OR WS-REJECT-NO-COMPANY OR WS-REJECT-BAD-COMPANY
               COMPUTE WS-REASON-SUB =
                   FUNCTION NUMVAL(WS-REJECT-REASON)
               ADD 1 TO WS-REJECT-REASON-COUNT(WS-REASON-SUB)
                   WS-REJECT-REASON-COUNT(5)
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING "REJECTS: REASON 06 COMPANY NOT IN FORCE  "
                   WS-REJECT-REASON-COUNT(6)
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM 3200-WRITE-COMPANY-TOTALS.

      *    One pass over the built table accumulating record count
