      ******************************************************************
      *    MSTARCH
      *    Periodic archival of inactive records off the master.
      *    The master TABMAINT carries forward still holds every "IN"
      *    record back to go-live, and TABLEBLD loads all of it into
      *    WS-TABLE every night - dead records eat WS-TABLE-LIMIT and
      *    push live ones to OVRFLOW.  This program reads the current
      *    master (NEWMAST) and the prior history master (HISTOLD),
      *    and in one balanced-line pass:
      *      - moves every "IN" record whose effective date is older
      *        than the ARCPARM retention period onto the new history
      *        master (HISTMAST);
      *      - copies every other record to LIVEMAST, written as the
      *        next master generation with GENCTL advanced to match,
      *        exactly as TABMAINT writes NEWMAST;
      *      - takes each key named on a REINCARD reinstatement card
      *        back off history and cuts an "A" transaction for it to
      *        REINTRAN, in TRANFILE layout and key sequence - MNTHOLD
      *        reads it beside TRANFILE and CHGTRANS, so a reinstated
      *        account reaches the master through the normal dual-
      *        control and TABMAINT path under its own id, not as a
      *        new account the source system has to re-key;
      *      - prints every disposition to the ARCRPT archival
      *        register.
      *    Both masters keep the HD/TR generation framing - NEWMAST
      *    and HISTOLD are proved against their own trailers before
      *    anything is written, and the run then proves that every
      *    record and every cent read is accounted for on LIVEMAST,
      *    HISTMAST, or REINTRAN before GENCTL moves.  The history
      *    master has its own generation chain, one up per run.
      *    Every archived record is journaled to ARCJRNL in the
      *    MNTJRNL layout, so a bad archival run is backed out by
      *    MSTBKOUT like any TABMAINT day (ARCJRNL as its MNTJRNL,
      *    LIVEMAST as its NEWMAST), with HISTOLD kept as the history.
      *    A reinstated record comes back effective today, so the
      *    next archival run does not sweep it straight back out.
      *    The scheduler swaps LIVEMAST in as the master and HISTMAST
      *    in as the next run's HISTOLD, the way BAKMAST replaces
      *    NEWMAST after a backout.
      *    ARCPARM cards (keyword=value, blank cards ignored):
      *        RETAIN-DAYS=NNNNN     (required - calendar days an "IN"
      *                               record stays on the master
      *                               after its effective date)
      *
      *    REINCARD record layout (80 bytes, optional file):
      *        COLS  1-10  ID KEY TO REINSTATE
      *        COL   11    (SPACE)
      *        COLS 12-13  STATUS TO REINSTATE WITH (SPACES = THE
      *                    STATUS IT WAS ARCHIVED WITH)
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTARCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "ARCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    Keys to bring back from history - optional; no file
      *    means nothing is reinstated this run.
           SELECT CARD-FILE
               ASSIGN TO "REINCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT NEW-MASTER-FILE
               ASSIGN TO "NEWMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-MASTER-STATUS.

      *    The history master as the last archival run left it -
      *    missing only before the first archival ever run.
           SELECT HISTORY-OLD-FILE
               ASSIGN TO "HISTOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-OLD-STATUS.

      *    The live master with the archived records taken out -
      *    the next master generation.
           SELECT LIVE-MASTER-FILE
               ASSIGN TO "LIVEMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-MASTER-STATUS.

           SELECT HISTORY-NEW-FILE
               ASSIGN TO "HISTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-NEW-STATUS.

      *    One record per archived key, in the MNTJRNL layout
      *    TABMAINT writes - what MSTBKOUT needs to put the archived
      *    records back if the run has to be reversed.
           SELECT JOURNAL-FILE
               ASSIGN TO "ARCJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    Reinstatement adds in TRANFILE layout, for MNTHOLD.
           SELECT REINSTATE-TRAN-FILE
               ASSIGN TO "REINTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REINSTATE-TRAN-STATUS.

      *    One record - the current master generation number.
           SELECT GENERATION-FILE
               ASSIGN TO "GENCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT REGISTER-PRINT-FILE
               ASSIGN TO "ARCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *    This run's machine-readable alerts, one fixed-layout
      *    record per exception raised, merged into the operations
      *    dashboard by OPSSUM.  Layout in ALERTREC.cpy.
           SELECT ALERT-FILE
               ASSIGN TO "ALTARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                 PIC X(80).

       FD  CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CARD-RECORD.
           05  RC-KEY                  PIC X(10).
           05  FILLER                  PIC X(1).
           05  RC-STATUS-CODE          PIC X(2).
           05  FILLER                  PIC X(67).

      *    Keep all master framing views in step with TABMAINT.
       FD  NEW-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  NEW-MASTER-RECORD           PIC X(80).

       01  NEW-MASTER-HEADER-RECORD REDEFINES NEW-MASTER-RECORD.
           05  NH-REC-TYPE             PIC X(2).
               88  NH-IS-HEADER                 VALUE "HD".
           05  NH-RECORD-COUNT         PIC 9(5).
           05  NH-GENERATION           PIC X(5).
           05  FILLER                  PIC X(68).

       01  NEW-MASTER-TRAILER-RECORD REDEFINES NEW-MASTER-RECORD.
           05  NT-REC-TYPE             PIC X(2).
           05  NT-RECORD-COUNT         PIC 9(5).
           05  NT-CHECKSUM             PIC S9(15)V99.
           05  NT-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(51).

      *    Field view of a master detail - the same slices
      *    WS-ENTRY-FIELDS carves out of WS-ENTRY in WSTABLE.cpy.
       01  NEW-MASTER-DETAIL-FIELDS REDEFINES NEW-MASTER-RECORD.
           05  NM-ID-FIELD             PIC X(10).
           05  NM-AMOUNT-FIELD         PIC S9(9)V99.
           05  NM-EFF-DATE-FIELD       PIC 9(8).
           05  NM-STATUS-CODE          PIC X(2).
           05  NM-COMPANY-CODE         PIC X(3).
           05  FILLER                  PIC X(46).

       FD  HISTORY-OLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-OLD-RECORD          PIC X(80).

       01  HISTORY-OLD-HEADER-RECORD REDEFINES HISTORY-OLD-RECORD.
           05  PH-REC-TYPE             PIC X(2).
               88  PH-IS-HEADER                 VALUE "HD".
           05  PH-RECORD-COUNT         PIC 9(5).
           05  PH-GENERATION           PIC X(5).
           05  FILLER                  PIC X(68).

       01  HISTORY-OLD-TRAILER-RECORD REDEFINES HISTORY-OLD-RECORD.
           05  PT-REC-TYPE             PIC X(2).
           05  PT-RECORD-COUNT         PIC 9(5).
           05  PT-CHECKSUM             PIC S9(15)V99.
           05  PT-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(51).

       01  HISTORY-OLD-DETAIL-FIELDS REDEFINES HISTORY-OLD-RECORD.
           05  PM-ID-FIELD             PIC X(10).
           05  PM-AMOUNT-FIELD         PIC S9(9)V99.
           05  PM-EFF-DATE-FIELD       PIC 9(8).
           05  PM-STATUS-CODE          PIC X(2).
           05  PM-COMPANY-CODE         PIC X(3).
           05  FILLER                  PIC X(46).

       FD  LIVE-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LIVE-MASTER-RECORD          PIC X(80).

       01  LIVE-MASTER-HEADER-RECORD REDEFINES LIVE-MASTER-RECORD.
           05  LH-REC-TYPE             PIC X(2).
           05  LH-RECORD-COUNT         PIC 9(5).
           05  LH-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(68).

       01  LIVE-MASTER-TRAILER-RECORD REDEFINES LIVE-MASTER-RECORD.
           05  LT-REC-TYPE             PIC X(2).
           05  LT-RECORD-COUNT         PIC 9(5).
           05  LT-CHECKSUM             PIC S9(15)V99.
           05  LT-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(51).

       01  LIVE-MASTER-DETAIL-FIELDS REDEFINES LIVE-MASTER-RECORD.
           05  LM-ID-FIELD             PIC X(10).
           05  LM-AMOUNT-FIELD         PIC S9(9)V99.
           05  FILLER                  PIC X(59).

       FD  HISTORY-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-NEW-RECORD          PIC X(80).

       01  HISTORY-NEW-HEADER-RECORD REDEFINES HISTORY-NEW-RECORD.
           05  HH-REC-TYPE             PIC X(2).
           05  HH-RECORD-COUNT         PIC 9(5).
           05  HH-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(68).

       01  HISTORY-NEW-TRAILER-RECORD REDEFINES HISTORY-NEW-RECORD.
           05  HT-REC-TYPE             PIC X(2).
           05  HT-RECORD-COUNT         PIC 9(5).
           05  HT-CHECKSUM             PIC S9(15)V99.
           05  HT-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(51).

       01  HISTORY-NEW-DETAIL-FIELDS REDEFINES HISTORY-NEW-RECORD.
           05  HM-ID-FIELD             PIC X(10).
           05  HM-AMOUNT-FIELD         PIC S9(9)V99.
           05  FILLER                  PIC X(59).

      *    Same layout TABMAINT writes to MNTJRNL - keep the two in
      *    step.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 91 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JR-EXISTED              PIC X(1).
           05  JR-KEY                  PIC X(10).
           05  JR-BEFORE-IMAGE         PIC X(80).

      *    Same layout TABMAINT reads from TRANFILE - keep the two
      *    in step.
       FD  REINSTATE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01  REINSTATE-TRAN-RECORD.
           05  RT-ACTION               PIC X(1).
           05  RT-RECORD-DATA          PIC X(80).
           05  RT-RECORD-FIELDS REDEFINES RT-RECORD-DATA.
               10  RT-ID-FIELD         PIC X(10).
               10  RT-AMOUNT-FIELD     PIC S9(9)V99.
               10  RT-EFF-DATE-FIELD   PIC 9(8).
               10  RT-STATUS-CODE      PIC X(2).
               10  RT-COMPANY-CODE     PIC X(3).
               10  FILLER              PIC X(46).

       FD  GENERATION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GENERATION-RECORD.
           05  GC-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(75).

       FD  REGISTER-PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-PRINT-LINE         PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY ALERTREC.
           COPY CYCLINK.
       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CARD-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-NEW-MASTER-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-HISTORY-OLD-STATUS   PIC X(2)  VALUE SPACES.
           05  WS-LIVE-MASTER-STATUS   PIC X(2)  VALUE SPACES.
           05  WS-HISTORY-NEW-STATUS   PIC X(2)  VALUE SPACES.
           05  WS-JOURNAL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REINSTATE-TRAN-STATUS PIC X(2) VALUE SPACES.
           05  WS-GENERATION-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-PRINT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X(1)  VALUE "N".
           05  WS-CARD-EOF             PIC X(1)  VALUE "N".
           05  WS-MASTER-EOF-SWITCH    PIC X(1)  VALUE "N".
               88  WS-END-OF-MASTER            VALUE "Y".
           05  WS-HISTORY-EOF-SWITCH   PIC X(1)  VALUE "N".
               88  WS-END-OF-HISTORY           VALUE "Y".
           05  WS-MASTER-GENERATED-SW  PIC X(1)  VALUE "N".
               88  WS-MASTER-GENERATED         VALUE "Y".
           05  WS-MASTER-TRAILER-SW    PIC X(1)  VALUE "N".
               88  WS-MASTER-TRAILER-SEEN      VALUE "Y".
           05  WS-HISTORY-TRAILER-SW   PIC X(1)  VALUE "N".
               88  WS-HISTORY-TRAILER-SEEN     VALUE "Y".
           05  WS-HISTORY-FILE-SWITCH  PIC X(1)  VALUE "N".
               88  WS-HISTORY-FILE-PRESENT     VALUE "Y".
           05  WS-CARD-FILE-SWITCH     PIC X(1)  VALUE "N".
               88  WS-CARD-FILE-PRESENT        VALUE "Y".
           05  WS-GEN-FILE-SWITCH      PIC X(1)  VALUE "N".
               88  WS-GEN-FILE-PRESENT         VALUE "Y".
           05  WS-RETAIN-SWITCH        PIC X(1)  VALUE "N".
               88  WS-RETAIN-DAYS-GIVEN        VALUE "Y".
      *    Where the key being dispositioned was found.
           05  WS-ON-LIVE-SWITCH       PIC X(1)  VALUE "N".
               88  WS-KEY-ON-LIVE              VALUE "Y".
           05  WS-ON-HISTORY-SWITCH    PIC X(1)  VALUE "N".
               88  WS-KEY-ON-HISTORY           VALUE "Y".
           05  WS-CARDED-SWITCH        PIC X(1)  VALUE "N".
               88  WS-KEY-CARDED               VALUE "Y".
           05  WS-ARCHIVE-SWITCH       PIC X(1)  VALUE "N".
               88  WS-PAST-RETENTION           VALUE "Y".

       01  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(60) VALUE SPACES.
       01  WS-VALUE-NUMERIC            PIC X(1)  VALUE "N".
       01  WS-VALUE-ENDED              PIC X(1)  VALUE "N".
       01  WS-VALUE-SUB                PIC 9(2)  VALUE 0.
       01  WS-VALUE-DIGIT-COUNT        PIC 9(2)  VALUE 0.

      *    The one status this program treats as inactive.
       01  WS-INACTIVE-STATUS          PIC X(2)  VALUE "IN".
       01  WS-RETAIN-DAYS              PIC 9(5)  VALUE 0.
       01  WS-DATE-INTEGER             PIC 9(8)  VALUE 0.
       01  WS-CUTOFF-DATE              PIC 9(8)  VALUE 0.

      *    Reinstatement cards, sorted on the key so they walk in
      *    step with the two masters.
       01  WS-CARD-AREA.
           05  WS-CARD-MAX             PIC 9(3) VALUE 0.
           05  WS-CARD-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CARD-MAX
                   ASCENDING KEY IS WS-CD-KEY.
               10  WS-CD-KEY           PIC X(10).
               10  WS-CD-STATUS-CODE   PIC X(2).
       01  WS-CARD-COUNT               PIC 9(3) VALUE 0.
       01  WS-CARD-SUB                 PIC 9(3) VALUE 0.
       01  WS-CARD-STATUS-CODE         PIC X(2) VALUE SPACES.

      *    Balanced-line keys - HIGH-VALUES once the owning stream is
      *    exhausted, so the walk drains whichever side remains.
       01  WS-MASTER-KEY               PIC X(10) VALUE LOW-VALUES.
       01  WS-HISTORY-KEY              PIC X(10) VALUE LOW-VALUES.
       01  WS-CARD-KEY                 PIC X(10) VALUE LOW-VALUES.
       01  WS-LOW-KEY                  PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-MASTER-KEY         PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-HISTORY-KEY        PIC X(10) VALUE LOW-VALUES.

      *    Generation control and framing work areas.
       01  WS-OLD-GENERATION           PIC 9(5) VALUE 0.
       01  WS-CURRENT-GENERATION       PIC 9(5) VALUE 0.
       01  WS-NEW-GENERATION           PIC 9(5) VALUE 0.
       01  WS-OLD-HISTORY-GENERATION   PIC 9(5) VALUE 0.
       01  WS-NEW-HISTORY-GENERATION   PIC 9(5) VALUE 0.
       01  WS-MASTER-TRAILER-COUNT     PIC 9(5) VALUE 0.
       01  WS-MASTER-TRAILER-CHECKSUM  PIC S9(15)V99 VALUE 0.
       01  WS-MASTER-TRAILER-GEN       PIC 9(5) VALUE 0.
       01  WS-HISTORY-TRAILER-COUNT    PIC 9(5) VALUE 0.
       01  WS-HISTORY-TRAILER-CHECKSUM PIC S9(15)V99 VALUE 0.
       01  WS-HISTORY-TRAILER-GEN      PIC 9(5) VALUE 0.

      *    Record and amount totals for the closing proof - what
      *    came in on the two masters must all be somewhere on the
      *    way out.
       01  WS-MASTER-READ-COUNT        PIC 9(5) VALUE 0.
       01  WS-MASTER-CHECKSUM          PIC S9(15)V99 VALUE 0.
       01  WS-HISTORY-READ-COUNT       PIC 9(5) VALUE 0.
       01  WS-HISTORY-CHECKSUM         PIC S9(15)V99 VALUE 0.
       01  WS-LIVE-COUNT               PIC 9(5) VALUE 0.
       01  WS-LIVE-CHECKSUM            PIC S9(15)V99 VALUE 0.
       01  WS-HISTORY-COUNT            PIC 9(5) VALUE 0.
       01  WS-HISTORY-NEW-CHECKSUM     PIC S9(15)V99 VALUE 0.
       01  WS-REINSTATED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REINSTATED-AMOUNT        PIC S9(15)V99 VALUE 0.
       01  WS-ARCHIVED-COUNT           PIC 9(5) VALUE 0.
       01  WS-ARCHIVED-AMOUNT          PIC S9(15)V99 VALUE 0.
       01  WS-COUNT-IN                 PIC 9(6) VALUE 0.
       01  WS-COUNT-OUT                PIC 9(6) VALUE 0.
       01  WS-AMOUNT-IN                PIC S9(15)V99 VALUE 0.
       01  WS-AMOUNT-OUT               PIC S9(15)V99 VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(5) VALUE 0.
       01  WS-CONFLICT-COUNT           PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-JOURNAL-COUNT            PIC 9(5) VALUE 0.

       01  WS-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).
       01  WS-SHOW-DATE                PIC 9(8) VALUE 0.
       01  WS-SHOW-DATE-PARTS REDEFINES WS-SHOW-DATE.
           05  WS-SHOW-YYYY            PIC 9(4).
           05  WS-SHOW-MM              PIC 9(2).
           05  WS-SHOW-DD              PIC 9(2).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DISPOSITION          PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ID                   PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT               PIC -(9)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-EFF-DATE             PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-STATUS               PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-COMPANY              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NOTE                 PIC X(50).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-AMOUNT-DISPLAY           PIC -(14)9.99.
       01  WS-AMOUNT-DISPLAY-2         PIC -(14)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-PARM-CARDS
           PERFORM 1800-LOAD-REINSTATEMENT-CARDS
           PERFORM 2000-READ-MASTER-HEADER
           PERFORM 2100-VERIFY-GENERATION
           PERFORM 2200-READ-HISTORY-HEADER
           PERFORM 3000-ARCHIVE-AND-REINSTATE
           PERFORM 6500-VERIFY-INPUT-TRAILERS
           PERFORM 6700-PROVE-RECORDS-ACCOUNTED
           PERFORM 7000-WRITE-TRAILERS
           PERFORM 8000-UPDATE-HEADERS
           PERFORM 8500-UPDATE-GENERATION-CONTROL
           PERFORM 8800-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "MSTARCH" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "MSTARCH: REFUSED BY CYCLE CONTROL - SEE "
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
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO OPEN NEWMAST, STATUS="
                   WS-NEW-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIVE-MASTER-FILE
           IF WS-LIVE-MASTER-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO OPEN LIVEMAST, STATUS="
                   WS-LIVE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-NEW-FILE
           IF WS-HISTORY-NEW-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO OPEN HISTMAST, STATUS="
                   WS-HISTORY-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO OPEN ARCJRNL, STATUS="
                   WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO OPEN ARCRPT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO OPEN ALTARC, STATUS="
                   WS-ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ALERT-RECORD
           MOVE "MSTARCH" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           PERFORM 1100-PRINT-PAGE-HEADER
      *    The counts and generations are patched in by 8000 once
      *    the pass knows them - a sequential file cannot be
      *    backpatched while still open for output.  Mirrors the
      *    NEWMAST header handling in TABMAINT.
           MOVE SPACES TO LIVE-MASTER-RECORD
           MOVE "HD" TO LH-REC-TYPE
           MOVE 0 TO LH-RECORD-COUNT
           MOVE 0 TO LH-GENERATION
           WRITE LIVE-MASTER-RECORD
           MOVE SPACES TO HISTORY-NEW-RECORD
           MOVE "HD" TO HH-REC-TYPE
           MOVE 0 TO HH-RECORD-COUNT
           MOVE 0 TO HH-GENERATION
           WRITE HISTORY-NEW-RECORD.

       1100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/"
                   WS-RUN-YYYY "   MASTER ARCHIVAL REGISTER   PAGE "
                   WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE SPACES TO REGISTER-PRINT-LINE
           MOVE "DISPOSITION" TO REGISTER-PRINT-LINE(3:11)
           MOVE "ID" TO REGISTER-PRINT-LINE(17:2)
           MOVE "AMOUNT" TO REGISTER-PRINT-LINE(36:6)
           MOVE "EFF DATE" TO REGISTER-PRINT-LINE(44:8)
           MOVE "ST" TO REGISTER-PRINT-LINE(56:2)
           MOVE "CO" TO REGISTER-PRINT-LINE(60:2)
           MOVE "NOTE" TO REGISTER-PRINT-LINE(65:4)
           WRITE REGISTER-PRINT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *    The retention period decides what leaves the live master,
      *    so as with CHGPARM a missing ARCPARM or RETAIN-DAYS card
      *    is an abend, not a default.
       1500-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO OPEN ARCPARM, STATUS="
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
           IF NOT WS-RETAIN-DAYS-GIVEN
               DISPLAY "MSTARCH: NO RETAIN-DAYS CARD SUPPLIED - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-CUTOFF-DATE TO WS-SHOW-DATE
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "  RETENTION " WS-RETAIN-DAYS " DAY(S) - "
                   WS-INACTIVE-STATUS " RECORDS EFFECTIVE BEFORE "
                   WS-SHOW-MM "/" WS-SHOW-DD "/" WS-SHOW-YYYY
                   " ARE ARCHIVED"
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE.

       1600-APPLY-PARM-CARD.
           IF PARM-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "RETAIN-DAYS"
                       PERFORM 1700-VALIDATE-NUMERIC-VALUE
                       IF WS-VALUE-NUMERIC = "N"
                           OR WS-VALUE-DIGIT-COUNT > 5
                           DISPLAY "MSTARCH: RETAIN-DAYS VALUE IS "
                               "NOT 1-5 DIGITS ON CARD: " PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       COMPUTE WS-RETAIN-DAYS =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                       IF WS-RETAIN-DAYS = 0
                           DISPLAY "MSTARCH: RETAIN-DAYS OF ZERO "
                               "WOULD ARCHIVE TODAY'S INACTIVES - "
                               "RUN ABORTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       SET WS-RETAIN-DAYS-GIVEN TO TRUE
                   WHEN OTHER
                       DISPLAY "MSTARCH: UNRECOGNIZED PARAMETER "
                           "CARD: " PARM-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      *    A card value is numeric when it is one unbroken run of
      *    digits ended by the first space - mirrors
      *    1300-VALIDATE-NUMERIC-VALUE in TABLEBLD, so every card
      *    file in the suite accepts the same operator typing.
       1700-VALIDATE-NUMERIC-VALUE.
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

      *    No REINCARD is the usual case - nothing comes back, and
      *    no REINTRAN is written for MNTHOLD to pick up.  A card
      *    with no key cannot name anything and is refused here.
       1800-LOAD-REINSTATEMENT-CARDS.
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS = "35"
               DISPLAY "MSTARCH: NO REINCARD FILE - NOTHING TO "
                   "REINSTATE"
           ELSE
               IF WS-CARD-STATUS NOT = "00"
                   DISPLAY "MSTARCH: UNABLE TO OPEN REINCARD, STATUS="
                       WS-CARD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-CARD-FILE-PRESENT TO TRUE
               MOVE "N" TO WS-CARD-EOF
               PERFORM UNTIL WS-CARD-EOF = "Y"
                   READ CARD-FILE
                       AT END
                           MOVE "Y" TO WS-CARD-EOF
                       NOT AT END
                           PERFORM 1850-STORE-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
               IF WS-CARD-MAX > 1
                   SORT WS-CARD-TABLE ON ASCENDING KEY WS-CD-KEY
               END-IF
               OPEN OUTPUT REINSTATE-TRAN-FILE
               IF WS-REINSTATE-TRAN-STATUS NOT = "00"
                   DISPLAY "MSTARCH: UNABLE TO OPEN REINTRAN, STATUS="
                       WS-REINSTATE-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 0 TO WS-CARD-SUB
           PERFORM 3300-NEXT-CARD-KEY.

       1850-STORE-ONE-CARD.
           IF CARD-RECORD = SPACES
               CONTINUE
           ELSE
           IF RC-KEY = SPACES
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "CARD REFUSED" TO DL-DISPOSITION
               MOVE RC-STATUS-CODE TO DL-STATUS
               MOVE "REINSTATEMENT CARD CARRIES NO KEY" TO DL-NOTE
               PERFORM 4900-WRITE-REFUSED-CARD
           ELSE
               IF WS-CARD-COUNT >= 500
                   DISPLAY "MSTARCH: MORE THAN 500 REINSTATEMENT "
                       "CARD(S) - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-CARD-COUNT TO WS-CARD-MAX
               MOVE RC-KEY TO WS-CD-KEY(WS-CARD-COUNT)
               MOVE RC-STATUS-CODE TO WS-CD-STATUS-CODE(WS-CARD-COUNT)
           END-IF
           END-IF.

      *    Mirrors 1500-READ-MASTER-HEADER in MSTBKOUT - a master
      *    without its header cannot be archived from.
       2000-READ-MASTER-HEADER.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ
           IF WS-END-OF-MASTER
               DISPLAY "MSTARCH: NEWMAST IS EMPTY - NOTHING TO "
                   "ARCHIVE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT NH-IS-HEADER
               DISPLAY "MSTARCH: NEWMAST DOES NOT LEAD WITH AN HD "
                   "HEADER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NH-GENERATION IS NUMERIC
               MOVE NH-GENERATION TO WS-OLD-GENERATION
               IF WS-OLD-GENERATION > 0
                   SET WS-MASTER-GENERATED TO TRUE
               END-IF
           END-IF
           PERFORM 3100-READ-MASTER-RECORD.

      *    Mirrors 1700-VERIFY-GENERATION in TABMAINT - LIVEMAST is
      *    the next generation of the chain, so the master it is
      *    cut from must be the current one.
       2100-VERIFY-GENERATION.
           OPEN INPUT GENERATION-FILE
           IF WS-GENERATION-STATUS = "35"
               DISPLAY "MSTARCH: NO GENCTL FILE - GENERATION "
                   "CONTROL STARTS FROM THIS RUN AT GENERATION "
                   WS-OLD-GENERATION
               MOVE WS-OLD-GENERATION TO WS-CURRENT-GENERATION
           ELSE
               IF WS-GENERATION-STATUS NOT = "00"
                   DISPLAY "MSTARCH: UNABLE TO OPEN GENCTL, "
                       "STATUS=" WS-GENERATION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-GEN-FILE-PRESENT TO TRUE
               READ GENERATION-FILE
                   AT END
                       DISPLAY "MSTARCH: GENCTL IS EMPTY - RUN "
                           "ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               IF GC-GENERATION IS NOT NUMERIC
                   DISPLAY "MSTARCH: GENCTL GENERATION IS NOT "
                       "NUMERIC - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE GC-GENERATION TO WS-CURRENT-GENERATION
               CLOSE GENERATION-FILE
           END-IF
           IF WS-GEN-FILE-PRESENT
               AND WS-OLD-GENERATION NOT = WS-CURRENT-GENERATION
               DISPLAY "MSTARCH: NEWMAST IS GENERATION "
                   WS-OLD-GENERATION " BUT GENCTL SAYS THE CURRENT "
                   "GENERATION IS " WS-CURRENT-GENERATION
                   " - WRONG MASTER POINTED, RUN ABORTED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "GENX" TO AL-ALERT-CODE
               STRING "NEWMAST GENERATION " WS-OLD-GENERATION
                       " IS NOT THE CURRENT " WS-CURRENT-GENERATION
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NEW-GENERATION = WS-OLD-GENERATION + 1.

      *    The history master is only ever written by this program,
      *    always with its header and trailer, so a HISTOLD without
      *    them is not one - but no HISTOLD at all is simply the
      *    first archival run.
       2200-READ-HISTORY-HEADER.
           OPEN INPUT HISTORY-OLD-FILE
           IF WS-HISTORY-OLD-STATUS = "35"
               DISPLAY "MSTARCH: NO HISTOLD FILE - HISTORY MASTER "
                   "STARTS FROM THIS RUN"
               MOVE "Y" TO WS-HISTORY-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-HISTORY-KEY
           ELSE
               IF WS-HISTORY-OLD-STATUS NOT = "00"
                   DISPLAY "MSTARCH: UNABLE TO OPEN HISTOLD, STATUS="
                       WS-HISTORY-OLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-HISTORY-FILE-PRESENT TO TRUE
               READ HISTORY-OLD-FILE
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF-SWITCH
               END-READ
               IF WS-END-OF-HISTORY
                   OR NOT PH-IS-HEADER
                   OR PH-GENERATION IS NOT NUMERIC
                   DISPLAY "MSTARCH: HISTOLD DOES NOT LEAD WITH A "
                       "GENERATION HD HEADER - RUN ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "GENX" TO AL-ALERT-CODE
                   MOVE "HISTOLD HAS NO GENERATION HD HEADER"
                       TO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PH-GENERATION TO WS-OLD-HISTORY-GENERATION
               PERFORM 3200-READ-HISTORY-RECORD
           END-IF
           COMPUTE WS-NEW-HISTORY-GENERATION =
               WS-OLD-HISTORY-GENERATION + 1.

      *    Three-way balanced-line walk of NEWMAST, HISTOLD, and the
      *    sorted reinstatement cards - each pass dispositions the
      *    lowest key in play wherever it appears, then moves on
      *    every stream that carried it.
       3000-ARCHIVE-AND-REINSTATE.
           PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-HISTORY-KEY = HIGH-VALUES
                   AND WS-CARD-KEY = HIGH-VALUES
               MOVE WS-MASTER-KEY TO WS-LOW-KEY
               IF WS-HISTORY-KEY < WS-LOW-KEY
                   MOVE WS-HISTORY-KEY TO WS-LOW-KEY
               END-IF
               IF WS-CARD-KEY < WS-LOW-KEY
                   MOVE WS-CARD-KEY TO WS-LOW-KEY
               END-IF
               PERFORM 3500-DISPOSE-KEY
           END-PERFORM.

       3100-READ-MASTER-RECORD.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
           END-READ
           IF NOT WS-END-OF-MASTER
      *        A generated master ends with its TR trailer - not a
      *        detail, so it is captured for verification instead
      *        of being dispositioned.
               IF WS-MASTER-GENERATED
                   AND NEW-MASTER-RECORD(1:2) = "TR"
                   PERFORM 3150-CAPTURE-MASTER-TRAILER
               ELSE
                   ADD 1 TO WS-MASTER-READ-COUNT
                   IF NM-AMOUNT-FIELD IS NUMERIC
                       ADD NM-AMOUNT-FIELD TO WS-MASTER-CHECKSUM
                   END-IF
                   MOVE WS-MASTER-KEY TO WS-PRIOR-MASTER-KEY
                   MOVE NM-ID-FIELD TO WS-MASTER-KEY
                   IF WS-MASTER-KEY <= WS-PRIOR-MASTER-KEY
                       DISPLAY "MSTARCH: NEWMAST KEY OUT OF "
                           "SEQUENCE AT " WS-MASTER-KEY
                           " - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       3150-CAPTURE-MASTER-TRAILER.
           SET WS-MASTER-TRAILER-SEEN TO TRUE
           IF NT-RECORD-COUNT IS NUMERIC
               MOVE NT-RECORD-COUNT TO WS-MASTER-TRAILER-COUNT
           END-IF
           IF NT-CHECKSUM IS NUMERIC
               MOVE NT-CHECKSUM TO WS-MASTER-TRAILER-CHECKSUM
           END-IF
           IF NT-GENERATION IS NUMERIC
               MOVE NT-GENERATION TO WS-MASTER-TRAILER-GEN
           END-IF
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ
           MOVE HIGH-VALUES TO WS-MASTER-KEY
           IF NOT WS-END-OF-MASTER
               DISPLAY "MSTARCH: RECORD(S) FOUND AFTER THE "
                   "NEWMAST TR TRAILER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3200-READ-HISTORY-RECORD.
           READ HISTORY-OLD-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-HISTORY-KEY
           END-READ
           IF NOT WS-END-OF-HISTORY
               IF HISTORY-OLD-RECORD(1:2) = "TR"
                   PERFORM 3250-CAPTURE-HISTORY-TRAILER
               ELSE
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   IF PM-AMOUNT-FIELD IS NUMERIC
                       ADD PM-AMOUNT-FIELD TO WS-HISTORY-CHECKSUM
                   END-IF
                   MOVE WS-HISTORY-KEY TO WS-PRIOR-HISTORY-KEY
                   MOVE PM-ID-FIELD TO WS-HISTORY-KEY
                   IF WS-HISTORY-KEY <= WS-PRIOR-HISTORY-KEY
                       DISPLAY "MSTARCH: HISTOLD KEY OUT OF "
                           "SEQUENCE AT " WS-HISTORY-KEY
                           " - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       3250-CAPTURE-HISTORY-TRAILER.
           SET WS-HISTORY-TRAILER-SEEN TO TRUE
           IF PT-RECORD-COUNT IS NUMERIC
               MOVE PT-RECORD-COUNT TO WS-HISTORY-TRAILER-COUNT
           END-IF
           IF PT-CHECKSUM IS NUMERIC
               MOVE PT-CHECKSUM TO WS-HISTORY-TRAILER-CHECKSUM
           END-IF
           IF PT-GENERATION IS NUMERIC
               MOVE PT-GENERATION TO WS-HISTORY-TRAILER-GEN
           END-IF
           READ HISTORY-OLD-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-READ
           MOVE HIGH-VALUES TO WS-HISTORY-KEY
           IF NOT WS-END-OF-HISTORY
               DISPLAY "MSTARCH: RECORD(S) FOUND AFTER THE "
                   "HISTOLD TR TRAILER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3300-NEXT-CARD-KEY.
           ADD 1 TO WS-CARD-SUB
           IF WS-CARD-SUB > WS-CARD-COUNT
               MOVE HIGH-VALUES TO WS-CARD-KEY
           ELSE
               MOVE WS-CD-KEY(WS-CARD-SUB) TO WS-CARD-KEY
           END-IF.

      *    A second card for a key already dispositioned names
      *    nothing new - refused, so the operator sees it was not
      *    acted on twice.
       3350-SKIP-CARDS-FOR-KEY.
           PERFORM 3300-NEXT-CARD-KEY
           PERFORM UNTIL WS-CARD-KEY NOT = WS-LOW-KEY
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "CARD REFUSED" TO DL-DISPOSITION
               MOVE WS-LOW-KEY TO DL-ID
               MOVE WS-CD-STATUS-CODE(WS-CARD-SUB) TO DL-STATUS
               MOVE "DUPLICATE REINSTATEMENT CARD FOR THE KEY"
                   TO DL-NOTE
               PERFORM 4900-WRITE-REFUSED-CARD
               PERFORM 3300-NEXT-CARD-KEY
           END-PERFORM.

       3500-DISPOSE-KEY.
           MOVE "N" TO WS-ON-LIVE-SWITCH
           MOVE "N" TO WS-ON-HISTORY-SWITCH
           MOVE "N" TO WS-CARDED-SWITCH
           IF WS-MASTER-KEY = WS-LOW-KEY
               SET WS-KEY-ON-LIVE TO TRUE
           END-IF
           IF WS-HISTORY-KEY = WS-LOW-KEY
               SET WS-KEY-ON-HISTORY TO TRUE
           END-IF
           IF WS-CARD-KEY = WS-LOW-KEY
               SET WS-KEY-CARDED TO TRUE
               MOVE WS-CD-STATUS-CODE(WS-CARD-SUB)
                   TO WS-CARD-STATUS-CODE
           END-IF
           EVALUATE TRUE
               WHEN WS-KEY-ON-LIVE AND WS-KEY-ON-HISTORY
                   PERFORM 3600-KEY-ON-BOTH-MASTERS
               WHEN WS-KEY-ON-LIVE
                   PERFORM 3700-KEY-ON-LIVE-MASTER
               WHEN WS-KEY-ON-HISTORY
                   PERFORM 3800-KEY-ON-HISTORY-MASTER
               WHEN OTHER
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "CARD REFUSED" TO DL-DISPOSITION
                   MOVE WS-LOW-KEY TO DL-ID
                   MOVE WS-CARD-STATUS-CODE TO DL-STATUS
                   MOVE "KEY IS NOT ON THE HISTORY MASTER" TO DL-NOTE
                   PERFORM 4900-WRITE-REFUSED-CARD
           END-EVALUATE
           IF WS-KEY-ON-LIVE
               PERFORM 3100-READ-MASTER-RECORD
           END-IF
           IF WS-KEY-ON-HISTORY
               PERFORM 3200-READ-HISTORY-RECORD
           END-IF
           IF WS-KEY-CARDED
               PERFORM 3350-SKIP-CARDS-FOR-KEY
           END-IF.

      *    Only an "IN" record with a real effective date older than
      *    the cutoff is past retention - a malformed date is never
      *    taken as old, so a bad record stays where it can be seen.
       3550-TEST-RETENTION.
           MOVE "N" TO WS-ARCHIVE-SWITCH
           IF NM-STATUS-CODE = WS-INACTIVE-STATUS
               AND NM-EFF-DATE-FIELD IS NUMERIC
               IF NM-EFF-DATE-FIELD < WS-CUTOFF-DATE
                   SET WS-PAST-RETENTION TO TRUE
               END-IF
           END-IF.

      *    The id is live and on history at once - the source system
      *    reused an archived id.  The two records are different
      *    accounts, so both stay where they are: the live one is
      *    not archived over the older history, and a card for the
      *    key cannot bring the history one back on top of it.
       3600-KEY-ON-BOTH-MASTERS.
           PERFORM 3550-TEST-RETENTION
           PERFORM 4100-COPY-TO-LIVE-MASTER
           PERFORM 4200-COPY-TO-HISTORY-MASTER
           IF WS-PAST-RETENTION
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "NOT ARCHIVED" TO DL-DISPOSITION
               PERFORM 4800-SHOW-MASTER-RECORD
               MOVE "ID ALREADY ON THE HISTORY MASTER - LEFT LIVE"
                   TO DL-NOTE
               PERFORM 4950-WRITE-DETAIL-LINE
               SET AL-SEV-WARNING TO TRUE
               MOVE "ARCW" TO AL-ALERT-CODE
               MOVE WS-LOW-KEY TO AL-KEY
               MOVE "INACTIVE ID ALREADY ON HISTORY - NOT ARCHIVED"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
           END-IF
           IF WS-KEY-CARDED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "CARD REFUSED" TO DL-DISPOSITION
               MOVE WS-LOW-KEY TO DL-ID
               MOVE WS-CARD-STATUS-CODE TO DL-STATUS
               MOVE "ID IS IN USE ON THE LIVE MASTER" TO DL-NOTE
               PERFORM 4900-WRITE-REFUSED-CARD
           END-IF.

      *    A card for a live key has nothing to bring back - but if
      *    the record was about to be archived, the card is taken as
      *    the word that the account is coming back to life, and the
      *    record is left on the live master.
       3700-KEY-ON-LIVE-MASTER.
           PERFORM 3550-TEST-RETENTION
           IF WS-KEY-CARDED
               PERFORM 4100-COPY-TO-LIVE-MASTER
               IF WS-PAST-RETENTION
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "KEPT LIVE" TO DL-DISPOSITION
                   PERFORM 4800-SHOW-MASTER-RECORD
                   MOVE "PAST RETENTION - NAMED ON A REINSTATEMENT CARD"
                       TO DL-NOTE
                   PERFORM 4950-WRITE-DETAIL-LINE
               ELSE
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "CARD REFUSED" TO DL-DISPOSITION
                   MOVE WS-LOW-KEY TO DL-ID
                   MOVE WS-CARD-STATUS-CODE TO DL-STATUS
                   MOVE "KEY IS ALREADY ON THE LIVE MASTER" TO DL-NOTE
                   PERFORM 4900-WRITE-REFUSED-CARD
               END-IF
           ELSE
               IF WS-PAST-RETENTION
                   PERFORM 4300-ARCHIVE-RECORD
               ELSE
                   PERFORM 4100-COPY-TO-LIVE-MASTER
               END-IF
           END-IF.

       3800-KEY-ON-HISTORY-MASTER.
           IF WS-KEY-CARDED
               PERFORM 4400-REINSTATE-RECORD
           ELSE
               PERFORM 4200-COPY-TO-HISTORY-MASTER
           END-IF.

       4100-COPY-TO-LIVE-MASTER.
           MOVE NEW-MASTER-RECORD TO LIVE-MASTER-RECORD
           WRITE LIVE-MASTER-RECORD
           ADD 1 TO WS-LIVE-COUNT
           IF LM-AMOUNT-FIELD IS NUMERIC
               ADD LM-AMOUNT-FIELD TO WS-LIVE-CHECKSUM
           END-IF.

       4200-COPY-TO-HISTORY-MASTER.
           MOVE HISTORY-OLD-RECORD TO HISTORY-NEW-RECORD
           PERFORM 4250-WRITE-HISTORY-DETAIL.

       4250-WRITE-HISTORY-DETAIL.
           WRITE HISTORY-NEW-RECORD
           ADD 1 TO WS-HISTORY-COUNT
           IF HM-AMOUNT-FIELD IS NUMERIC
               ADD HM-AMOUNT-FIELD TO WS-HISTORY-NEW-CHECKSUM
           END-IF.

      *    The record moves to history exactly as it stood, and its
      *    image is journaled the way TABMAINT journals a delete, so
      *    MSTBKOUT can reinsert it.
       4300-ARCHIVE-RECORD.
           MOVE NEW-MASTER-RECORD TO HISTORY-NEW-RECORD
           PERFORM 4250-WRITE-HISTORY-DETAIL
           MOVE "Y" TO JR-EXISTED
           MOVE NM-ID-FIELD TO JR-KEY
           MOVE NEW-MASTER-RECORD TO JR-BEFORE-IMAGE
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           ADD 1 TO WS-ARCHIVED-COUNT
           IF NM-AMOUNT-FIELD IS NUMERIC
               ADD NM-AMOUNT-FIELD TO WS-ARCHIVED-AMOUNT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "ARCHIVED" TO DL-DISPOSITION
           PERFORM 4800-SHOW-MASTER-RECORD
           PERFORM 4950-WRITE-DETAIL-LINE.

      *    The history record comes off history and goes out as an
      *    add carrying its archived image, effective today (so the
      *    next archival run leaves it alone) and with the card's
      *    status if one was given.  TABMAINT applies it - or
      *    bounces it to TRANERR with the whole image - like any
      *    other add.
       4400-REINSTATE-RECORD.
           MOVE "A" TO RT-ACTION
           MOVE HISTORY-OLD-RECORD TO RT-RECORD-DATA
           MOVE WS-RUN-DATE TO RT-EFF-DATE-FIELD
           IF WS-CARD-STATUS-CODE NOT = SPACES
               MOVE WS-CARD-STATUS-CODE TO RT-STATUS-CODE
           END-IF
           WRITE REINSTATE-TRAN-RECORD
           ADD 1 TO WS-REINSTATED-COUNT
           IF PM-AMOUNT-FIELD IS NUMERIC
               ADD PM-AMOUNT-FIELD TO WS-REINSTATED-AMOUNT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "REINSTATED" TO DL-DISPOSITION
           MOVE PM-ID-FIELD TO DL-ID
           IF PM-AMOUNT-FIELD IS NUMERIC
               MOVE PM-AMOUNT-FIELD TO DL-AMOUNT
           END-IF
           MOVE WS-RUN-DATE TO WS-SHOW-DATE
           PERFORM 4850-SHOW-EFF-DATE
           MOVE RT-STATUS-CODE TO DL-STATUS
           MOVE PM-COMPANY-CODE TO DL-COMPANY
           MOVE "ADD CUT TO REINTRAN FOR MNTHOLD/TABMAINT" TO DL-NOTE
           PERFORM 4950-WRITE-DETAIL-LINE.

       4800-SHOW-MASTER-RECORD.
           MOVE NM-ID-FIELD TO DL-ID
           IF NM-AMOUNT-FIELD IS NUMERIC
               MOVE NM-AMOUNT-FIELD TO DL-AMOUNT
           END-IF
           IF NM-EFF-DATE-FIELD IS NUMERIC
               MOVE NM-EFF-DATE-FIELD TO WS-SHOW-DATE
               PERFORM 4850-SHOW-EFF-DATE
           END-IF
           MOVE NM-STATUS-CODE TO DL-STATUS
           MOVE NM-COMPANY-CODE TO DL-COMPANY.

       4850-SHOW-EFF-DATE.
           STRING WS-SHOW-MM "/" WS-SHOW-DD "/" WS-SHOW-YYYY
               DELIMITED BY SIZE INTO DL-EFF-DATE.

       4900-WRITE-REFUSED-CARD.
           ADD 1 TO WS-REFUSED-COUNT
           PERFORM 4950-WRITE-DETAIL-LINE
           SET AL-SEV-WARNING TO TRUE
           MOVE "ARCC" TO AL-ALERT-CODE
           MOVE DL-ID TO AL-KEY
           MOVE "REINSTATEMENT CARD REFUSED - SEE ARCRPT" TO AL-TEXT
           PERFORM 9500-WRITE-ALERT-RECORD.

       4950-WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE.

      *    Both input masters' own framing is proved before either
      *    output is finalized - a truncated or tampered input must
      *    never become the next generation of either chain.
       6500-VERIFY-INPUT-TRAILERS.
           IF WS-MASTER-GENERATED
               IF NOT WS-MASTER-TRAILER-SEEN
                   OR WS-MASTER-TRAILER-COUNT NOT =
                       WS-MASTER-READ-COUNT
                   OR WS-MASTER-TRAILER-CHECKSUM NOT =
                       WS-MASTER-CHECKSUM
                   OR WS-MASTER-TRAILER-GEN NOT = WS-OLD-GENERATION
                   DISPLAY "MSTARCH: NEWMAST TRAILER MISSING OR "
                       "DISAGREES WITH THE RECORDS READ - COUNT "
                       WS-MASTER-TRAILER-COUNT " VS "
                       WS-MASTER-READ-COUNT " - RUN ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "GENX" TO AL-ALERT-CODE
                   MOVE "NEWMAST TRAILER COUNT/CHECKSUM MISMATCH"
                       TO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-HISTORY-FILE-PRESENT
               IF NOT WS-HISTORY-TRAILER-SEEN
                   OR WS-HISTORY-TRAILER-COUNT NOT =
                       WS-HISTORY-READ-COUNT
                   OR WS-HISTORY-TRAILER-CHECKSUM NOT =
                       WS-HISTORY-CHECKSUM
                   OR WS-HISTORY-TRAILER-GEN NOT =
                       WS-OLD-HISTORY-GENERATION
                   DISPLAY "MSTARCH: HISTOLD TRAILER MISSING OR "
                       "DISAGREES WITH THE RECORDS READ - COUNT "
                       WS-HISTORY-TRAILER-COUNT " VS "
                       WS-HISTORY-READ-COUNT " - RUN ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "GENX" TO AL-ALERT-CODE
                   MOVE "HISTOLD TRAILER COUNT/CHECKSUM MISMATCH"
                       TO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Nothing is created or lost by archival: every record and
      *    every cent read from the two masters is on LIVEMAST, on
      *    HISTMAST, or on its way back through REINTRAN.  Anything
      *    else stops the run before GENCTL moves.
       6700-PROVE-RECORDS-ACCOUNTED.
           COMPUTE WS-COUNT-IN =
               WS-MASTER-READ-COUNT + WS-HISTORY-READ-COUNT
           COMPUTE WS-COUNT-OUT =
               WS-LIVE-COUNT + WS-HISTORY-COUNT + WS-REINSTATED-COUNT
           COMPUTE WS-AMOUNT-IN =
               WS-MASTER-CHECKSUM + WS-HISTORY-CHECKSUM
           COMPUTE WS-AMOUNT-OUT =
               WS-LIVE-CHECKSUM + WS-HISTORY-NEW-CHECKSUM
               + WS-REINSTATED-AMOUNT
           IF WS-COUNT-IN NOT = WS-COUNT-OUT
               OR WS-AMOUNT-IN NOT = WS-AMOUNT-OUT
               DISPLAY "MSTARCH: " WS-COUNT-IN " RECORD(S) READ BUT "
                   WS-COUNT-OUT " ACCOUNTED FOR ON LIVEMAST, "
                   "HISTMAST, AND REINTRAN - RUN ABORTED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "ARCX" TO AL-ALERT-CODE
               MOVE "ARCHIVAL COUNT/CHECKSUM PROOF FAILED"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7000-WRITE-TRAILERS.
           MOVE SPACES TO LIVE-MASTER-RECORD
           MOVE "TR" TO LT-REC-TYPE
           MOVE WS-LIVE-COUNT TO LT-RECORD-COUNT
           MOVE WS-LIVE-CHECKSUM TO LT-CHECKSUM
           MOVE WS-NEW-GENERATION TO LT-GENERATION
           WRITE LIVE-MASTER-RECORD
           MOVE SPACES TO HISTORY-NEW-RECORD
           MOVE "TR" TO HT-REC-TYPE
           MOVE WS-HISTORY-COUNT TO HT-RECORD-COUNT
           MOVE WS-HISTORY-NEW-CHECKSUM TO HT-CHECKSUM
           MOVE WS-NEW-HISTORY-GENERATION TO HT-GENERATION
           WRITE HISTORY-NEW-RECORD.

       7500-WRITE-REGISTER-LINE.
           WRITE REGISTER-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

      *    Mirrors 8000-UPDATE-NEW-MASTER-HEADER in TABMAINT, once
      *    for each output master.
       8000-UPDATE-HEADERS.
           CLOSE LIVE-MASTER-FILE
           OPEN I-O LIVE-MASTER-FILE
           IF WS-LIVE-MASTER-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO REOPEN LIVEMAST TO SET "
                   "HEADER, STATUS=" WS-LIVE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ LIVE-MASTER-FILE
           IF WS-LIVE-MASTER-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO READ LIVEMAST HEADER, "
                   "STATUS=" WS-LIVE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LIVE-COUNT TO LH-RECORD-COUNT
           MOVE WS-NEW-GENERATION TO LH-GENERATION
           REWRITE LIVE-MASTER-RECORD
           IF WS-LIVE-MASTER-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO REWRITE LIVEMAST "
                   "HEADER, STATUS=" WS-LIVE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE HISTORY-NEW-FILE
           OPEN I-O HISTORY-NEW-FILE
           IF WS-HISTORY-NEW-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO REOPEN HISTMAST TO SET "
                   "HEADER, STATUS=" WS-HISTORY-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ HISTORY-NEW-FILE
           IF WS-HISTORY-NEW-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO READ HISTMAST HEADER, "
                   "STATUS=" WS-HISTORY-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HISTORY-COUNT TO HH-RECORD-COUNT
           MOVE WS-NEW-HISTORY-GENERATION TO HH-GENERATION
           REWRITE HISTORY-NEW-RECORD
           IF WS-HISTORY-NEW-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO REWRITE HISTMAST "
                   "HEADER, STATUS=" WS-HISTORY-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Mirrors 8500-UPDATE-GENERATION-CONTROL in TABMAINT - only
      *    once both masters are whole does the chain move on.
       8500-UPDATE-GENERATION-CONTROL.
           OPEN OUTPUT GENERATION-FILE
           IF WS-GENERATION-STATUS NOT = "00"
               DISPLAY "MSTARCH: UNABLE TO REWRITE GENCTL, "
                   "STATUS=" WS-GENERATION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GENERATION-RECORD
           MOVE WS-NEW-GENERATION TO GC-GENERATION
           WRITE GENERATION-RECORD
           CLOSE GENERATION-FILE
           DISPLAY "MSTARCH: LIVEMAST WRITTEN AS GENERATION "
               WS-NEW-GENERATION ", GENCTL ADVANCED".

       8800-PRINT-TOTALS.
           MOVE SPACES TO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "  ARCHIVED " WS-ARCHIVED-COUNT
                   "  REINSTATED " WS-REINSTATED-COUNT
                   "  KEPT LIVE " WS-KEPT-COUNT
                   "  NOT ARCHIVED " WS-CONFLICT-COUNT
                   "  CARDS REFUSED " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE
           MOVE WS-ARCHIVED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-REINSTATED-AMOUNT TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "  AMOUNT ARCHIVED " WS-AMOUNT-DISPLAY
                   "   AMOUNT REINSTATED " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE
           MOVE WS-MASTER-CHECKSUM TO WS-AMOUNT-DISPLAY
           MOVE WS-LIVE-CHECKSUM TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "  LIVE MASTER     GENERATION " WS-OLD-GENERATION
                   " " WS-MASTER-READ-COUNT " RECORD(S) "
                   WS-AMOUNT-DISPLAY "  ->  GENERATION "
                   WS-NEW-GENERATION " " WS-LIVE-COUNT
                   " RECORD(S) " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE
           MOVE WS-HISTORY-CHECKSUM TO WS-AMOUNT-DISPLAY
           MOVE WS-HISTORY-NEW-CHECKSUM TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "  HISTORY MASTER  GENERATION "
                   WS-OLD-HISTORY-GENERATION
                   " " WS-HISTORY-READ-COUNT " RECORD(S) "
                   WS-AMOUNT-DISPLAY "  ->  GENERATION "
                   WS-NEW-HISTORY-GENERATION " " WS-HISTORY-COUNT
                   " RECORD(S) " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "  RECORDS AND CHECKSUMS PROVED - ALL "
                   WS-COUNT-IN " RECORD(S) READ ARE ON LIVEMAST, "
                   "HISTMAST, OR REINTRAN"
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE.

       9000-TERMINATE.
           CLOSE NEW-MASTER-FILE
           IF WS-HISTORY-FILE-PRESENT
               CLOSE HISTORY-OLD-FILE
           END-IF
           CLOSE LIVE-MASTER-FILE
           CLOSE HISTORY-NEW-FILE
           CLOSE JOURNAL-FILE
           IF WS-CARD-FILE-PRESENT
               CLOSE REINSTATE-TRAN-FILE
           END-IF
           CLOSE REGISTER-PRINT-FILE
           DISPLAY "MSTARCH: " WS-ARCHIVED-COUNT
               " RECORD(S) ARCHIVED, " WS-REINSTATED-COUNT
               " REINSTATED, " WS-LIVE-COUNT " LEFT LIVE, "
               WS-HISTORY-COUNT " ON HISTORY"
           IF WS-REFUSED-COUNT > 0 OR WS-CONFLICT-COUNT > 0
               DISPLAY "MSTARCH: " WS-REFUSED-COUNT
                   " REINSTATEMENT CARD(S) REFUSED, "
                   WS-CONFLICT-COUNT " INACTIVE RECORD(S) NOT "
                   "ARCHIVED - SEE ARCRPT"
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
