      ******************************************************************
      *    GLPOST
      *    General ledger posting interface.  Takes the day's applied
      *    maintenance - the master TABMAINT read (OLDMAST), the
      *    master it wrote (NEWMAST), and the MNTJRNL journal naming
      *    every key the day's transactions touched - and builds a
      *    balanced GL journal (GLJRNL) summarized by company and
      *    status code, so finance no longer re-keys the day's
      *    movements from the TABSUM and XTRCOMP printouts.
      *    Each touched key is classified by comparing its OLDMAST
      *    and NEWMAST images:
      *        AD  ADD            on NEWMAST only - the new amount
      *        DL  DELETE         on OLDMAST only - the old amount
      *        AC  AMOUNT CHANGE  same company/status, amount moved
      *                           - the difference
      *        SM  STATUS MOVE    company or status moved - the old
      *                           amount moves from the old pair to
      *                           the new one; any amount change on
      *                           the same day posts as an AC against
      *                           the new pair
      *    The GLMAP control file names the debit and credit account
      *    for every company/status pair.  An add, or an upward
      *    change, debits the pair's debit account and credits its
      *    credit account; a delete or downward change reverses
      *    that; a status move debits the new pair's debit account
      *    and credits the old pair's.
      *    The journal is only written when every movement maps to
      *    an account, total debits equal total credits, and the
      *    day's net movement ties OLDMAST's checksum to the NEWMAST
      *    trailer checksum.  Otherwise GLJRNL is left empty - never
      *    yesterday's file - and the run ends 16 with a FATAL
      *    alert.  The posting register (GLRPT) prints every movement,
      *    every journal line, and the tie-out either way.
      *
      *    GLMAP record layout (80 bytes):
      *        COLS  1-3   COMPANY CODE
      *        COL   4     (SPACE)
      *        COLS  5-6   STATUS CODE
      *        COL   7     (SPACE)
      *        COLS  8-17  DEBIT ACCOUNT
      *        COL   18    (SPACE)
      *        COLS 19-28  CREDIT ACCOUNT
      *        COL   29    (SPACE)
      *        COLS 30-59  DESCRIPTION (REPORT TEXT ONLY)
      *
      *    GLJRNL record layout (80 bytes):
      *        HD  "HD", LINE COUNT 9(5), NEWMAST GENERATION 9(5),
      *            POSTING DATE 9(8)
      *        detail:
      *        COLS  1-2   ENTRY TYPE (AD/DL/AC/SM)
      *        COLS  4-6   COMPANY CODE
      *        COLS  8-9   STATUS CODE
      *        COLS 11-20  GL ACCOUNT
      *        COL   22    D = DEBIT, C = CREDIT
      *        COLS 24-38  AMOUNT 9(13)V99
      *        COLS 40-44  MASTER RECORDS SUMMARIZED
      *        COLS 46-53  POSTING DATE
      *        TR  "TR", LINE COUNT 9(5), TOTAL DEBITS S9(15)V99,
      *            TOTAL CREDITS S9(15)V99, NEWMAST GENERATION 9(5)
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE
               ASSIGN TO "OLDMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-MASTER-STATUS.

           SELECT NEW-MASTER-FILE
               ASSIGN TO "NEWMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-MASTER-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "MNTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    One record per company/status pair - the GL accounts its
      *    movements post to.
           SELECT MAP-FILE
               ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

      *    The balanced journal the general ledger loads.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT POSTING-REPORT-FILE
               ASSIGN TO "GLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    This run's machine-readable alerts, one fixed-layout
      *    record per exception raised, merged into the operations
      *    dashboard by OPSSUM.  Layout in ALERTREC.cpy.
           SELECT ALERT-FILE
               ASSIGN TO "ALTGLP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Keep all master framing views in step with TABMAINT.
       FD  OLD-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OLD-MASTER-RECORD           PIC X(80).

       01  OLD-MASTER-HEADER-RECORD REDEFINES OLD-MASTER-RECORD.
           05  OH-REC-TYPE             PIC X(2).
               88  OH-IS-HEADER                 VALUE "HD".
           05  OH-RECORD-COUNT         PIC 9(5).
           05  OH-GENERATION           PIC X(5).
           05  FILLER                  PIC X(68).

       01  OLD-MASTER-TRAILER-RECORD REDEFINES OLD-MASTER-RECORD.
           05  OT-REC-TYPE             PIC X(2).
           05  OT-RECORD-COUNT         PIC 9(5).
           05  OT-CHECKSUM             PIC S9(15)V99.
           05  OT-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(51).

      *    Field view of a master detail - the same slices
      *    WS-ENTRY-FIELDS carves out of WS-ENTRY in WSTABLE.cpy.
       01  OLD-MASTER-DETAIL-FIELDS REDEFINES OLD-MASTER-RECORD.
           05  OM-ID-FIELD             PIC X(10).
           05  OM-AMOUNT-FIELD         PIC S9(9)V99.
           05  OM-EFF-DATE-FIELD       PIC X(8).
           05  OM-STATUS-CODE          PIC X(2).
           05  OM-COMPANY-CODE         PIC X(3).
           05  FILLER                  PIC X(46).

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

       01  NEW-MASTER-DETAIL-FIELDS REDEFINES NEW-MASTER-RECORD.
           05  NM-ID-FIELD             PIC X(10).
           05  NM-AMOUNT-FIELD         PIC S9(9)V99.
           05  NM-EFF-DATE-FIELD       PIC X(8).
           05  NM-STATUS-CODE          PIC X(2).
           05  NM-COMPANY-CODE         PIC X(3).
           05  FILLER                  PIC X(46).

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 91 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JR-EXISTED              PIC X(1).
           05  JR-KEY                  PIC X(10).
           05  JR-BEFORE-IMAGE         PIC X(80).

       FD  MAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MAP-RECORD.
           05  GM-COMPANY-CODE         PIC X(3).
           05  FILLER                  PIC X(1).
           05  GM-STATUS-CODE          PIC X(2).
           05  FILLER                  PIC X(1).
           05  GM-DEBIT-ACCOUNT        PIC X(10).
           05  FILLER                  PIC X(1).
           05  GM-CREDIT-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(1).
           05  GM-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(21).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  GJ-ENTRY-TYPE           PIC X(2).
           05  FILLER                  PIC X(1).
           05  GJ-COMPANY-CODE         PIC X(3).
           05  FILLER                  PIC X(1).
           05  GJ-STATUS-CODE          PIC X(2).
           05  FILLER                  PIC X(1).
           05  GJ-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(1).
           05  GJ-DEBIT-CREDIT         PIC X(1).
           05  FILLER                  PIC X(1).
           05  GJ-AMOUNT               PIC 9(13)V99.
           05  FILLER                  PIC X(1).
           05  GJ-ITEM-COUNT           PIC 9(5).
           05  FILLER                  PIC X(1).
           05  GJ-POSTING-DATE         PIC 9(8).
           05  FILLER                  PIC X(27).

       01  GL-JOURNAL-HEADER-RECORD REDEFINES GL-JOURNAL-RECORD.
           05  GH-REC-TYPE             PIC X(2).
           05  GH-LINE-COUNT           PIC 9(5).
           05  GH-GENERATION           PIC 9(5).
           05  GH-POSTING-DATE         PIC 9(8).
           05  FILLER                  PIC X(60).

       01  GL-JOURNAL-TRAILER-RECORD REDEFINES GL-JOURNAL-RECORD.
           05  GT-REC-TYPE             PIC X(2).
           05  GT-LINE-COUNT           PIC 9(5).
           05  GT-TOTAL-DEBITS         PIC S9(15)V99.
           05  GT-TOTAL-CREDITS        PIC S9(15)V99.
           05  GT-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(34).

       FD  POSTING-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  POSTING-REPORT-LINE         PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY ALERTREC.
           COPY CYCLINK.

       01  WS-FLAGS.
           05  WS-OLD-MASTER-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-NEW-MASTER-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-JOURNAL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-MAP-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-GL-JOURNAL-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-MAP-EOF              PIC X(1)  VALUE "N".
           05  WS-OLD-EOF-SWITCH       PIC X(1)  VALUE "N".
               88  WS-END-OF-OLD-MASTER        VALUE "Y".
           05  WS-NEW-EOF-SWITCH       PIC X(1)  VALUE "N".
               88  WS-END-OF-NEW-MASTER        VALUE "Y".
           05  WS-JOURNAL-EOF-SWITCH   PIC X(1)  VALUE "N".
               88  WS-END-OF-JOURNAL           VALUE "Y".
           05  WS-OLD-GENERATED-SW     PIC X(1)  VALUE "N".
               88  WS-OLD-MASTER-GENERATED     VALUE "Y".
           05  WS-NEW-GENERATED-SW     PIC X(1)  VALUE "N".
               88  WS-NEW-MASTER-GENERATED     VALUE "Y".
           05  WS-OLD-TRAILER-SWITCH   PIC X(1)  VALUE "N".
               88  WS-OLD-TRAILER-SEEN         VALUE "Y".
           05  WS-NEW-TRAILER-SWITCH   PIC X(1)  VALUE "N".
               88  WS-NEW-TRAILER-SEEN         VALUE "Y".
           05  WS-MAPPED-SWITCH        PIC X(1)  VALUE "N".
               88  WS-PAIR-MAPPED              VALUE "Y".
      *    Set by any check that makes the day's postings unfit for
      *    the ledger - the journal is then left empty.
           05  WS-REFUSE-SWITCH        PIC X(1)  VALUE "N".
               88  WS-JOURNAL-REFUSED          VALUE "Y".

      *    Three-way balanced-line keys - HIGH-VALUES once the owning
      *    file is exhausted, so the walk drains whichever remains.
       01  WS-OLD-KEY                  PIC X(10) VALUE LOW-VALUES.
       01  WS-NEW-KEY                  PIC X(10) VALUE LOW-VALUES.
       01  WS-JOURNAL-KEY              PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-OLD-KEY            PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-NEW-KEY            PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-JOURNAL-KEY        PIC X(10) VALUE LOW-VALUES.
       01  WS-LOW-KEY                  PIC X(10) VALUE SPACES.

      *    The journal record in hand - held in working storage so
      *    the comparison does not depend on the file buffer.
       01  WS-HELD-EXISTED             PIC X(1) VALUE SPACE.
       01  WS-HELD-BEFORE-IMAGE        PIC X(80) VALUE SPACES.

      *    The two images of the key being compared, with the
      *    presence of each - a key absent from one master has
      *    spaces and a zero amount on that side.
       01  WS-KEY-ON-OLD               PIC X(1) VALUE "N".
       01  WS-KEY-ON-NEW               PIC X(1) VALUE "N".
       01  WS-KEY-JOURNALED            PIC X(1) VALUE "N".
       01  WS-BEFORE-COMPANY           PIC X(3) VALUE SPACES.
       01  WS-BEFORE-STATUS            PIC X(2) VALUE SPACES.
       01  WS-BEFORE-AMOUNT            PIC S9(9)V99 VALUE 0.
       01  WS-AFTER-COMPANY            PIC X(3) VALUE SPACES.
       01  WS-AFTER-STATUS             PIC X(2) VALUE SPACES.
       01  WS-AFTER-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  WS-MOVEMENT                 PIC S9(10)V99 VALUE 0.

      *    GLMAP held in key order for the account lookup.
       01  WS-MAP-AREA.
           05  WS-MAP-COUNT            PIC 9(3) VALUE 0.
           05  WS-MAP-TABLE OCCURS 500 TIMES.
               10  WS-MAP-KEY.
                   15  WS-MAP-COMPANY-CODE PIC X(3).
                   15  WS-MAP-STATUS-CODE PIC X(2).
               10  WS-MAP-DEBIT-ACCOUNT  PIC X(10).
               10  WS-MAP-CREDIT-ACCOUNT PIC X(10).
       01  WS-MAP-SUB                  PIC 9(3) VALUE 0.
       01  WS-LOOKUP-COMPANY           PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-STATUS            PIC X(2) VALUE SPACES.
       01  WS-FOUND-DEBIT-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-FOUND-CREDIT-ACCOUNT     PIC X(10) VALUE SPACES.

      *    The day's movements summarized by entry type and pair,
      *    held in key order so the journal and register print
      *    grouped.  The "to" pair is only filled for a status move.
       01  WS-POSTING-AREA.
           05  WS-POSTING-COUNT        PIC 9(4) VALUE 0.
           05  WS-POSTING-TABLE OCCURS 2000 TIMES.
               10  WS-PST-KEY.
                   15  WS-PST-ENTRY-TYPE  PIC X(2).
                   15  WS-PST-COMPANY     PIC X(3).
                   15  WS-PST-STATUS      PIC X(2).
                   15  WS-PST-TO-COMPANY  PIC X(3).
                   15  WS-PST-TO-STATUS   PIC X(2).
               10  WS-PST-ITEM-COUNT   PIC 9(5).
               10  WS-PST-AMOUNT       PIC S9(13)V99.
      *        Filled by the resolve pass - the account, and the pair
      *        it belongs to, on each side of the bucket's entry.
               10  WS-PST-DEBIT-ACCOUNT   PIC X(10).
               10  WS-PST-DEBIT-COMPANY   PIC X(3).
               10  WS-PST-DEBIT-STATUS    PIC X(2).
               10  WS-PST-CREDIT-ACCOUNT  PIC X(10).
               10  WS-PST-CREDIT-COMPANY  PIC X(3).
               10  WS-PST-CREDIT-STATUS   PIC X(2).
               10  WS-PST-LINE-AMOUNT     PIC 9(13)V99.
       01  WS-PST-SUB                  PIC 9(4) VALUE 0.
       01  WS-PST-SHIFT-SUB            PIC 9(4) VALUE 0.
       01  WS-PST-FOUND-SWITCH         PIC X(1) VALUE "N".
           88  WS-PST-FOUND                    VALUE "Y".
       01  WS-NEW-PST-KEY.
           05  WS-NEW-PST-ENTRY-TYPE   PIC X(2).
               88  WS-ENTRY-ADD                VALUE "AD".
               88  WS-ENTRY-DELETE             VALUE "DL".
               88  WS-ENTRY-CHANGE             VALUE "AC".
               88  WS-ENTRY-MOVE               VALUE "SM".
           05  WS-NEW-PST-COMPANY      PIC X(3).
           05  WS-NEW-PST-STATUS       PIC X(2).
           05  WS-NEW-PST-TO-COMPANY   PIC X(3).
           05  WS-NEW-PST-TO-STATUS    PIC X(2).
       01  WS-NEW-PST-AMOUNT           PIC S9(13)V99 VALUE 0.

      *    The bucket's effect on its pair - positive grows the
      *    pair's balance, negative shrinks it - and the two pairs
      *    and their accounts it moves between.
       01  WS-LINE-EFFECT              PIC S9(13)V99 VALUE 0.
       01  WS-GROW-COMPANY             PIC X(3) VALUE SPACES.
       01  WS-GROW-STATUS              PIC X(2) VALUE SPACES.
       01  WS-GROW-ACCOUNT             PIC X(10) VALUE SPACES.
       01  WS-OFFSET-COMPANY           PIC X(3) VALUE SPACES.
       01  WS-OFFSET-STATUS            PIC X(2) VALUE SPACES.
       01  WS-OFFSET-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-LINE-NOTE                PIC X(20) VALUE SPACES.

       01  WS-OLD-GENERATION           PIC 9(5) VALUE 0.
       01  WS-NEW-GENERATION           PIC 9(5) VALUE 0.
       01  WS-OLD-EXPECTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-NEW-EXPECTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-OLD-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-NEW-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-OLD-CHECKSUM             PIC S9(15)V99 VALUE 0.
       01  WS-NEW-CHECKSUM             PIC S9(15)V99 VALUE 0.
       01  WS-OLD-TRAILER-COUNT        PIC 9(5) VALUE 0.
       01  WS-OLD-TRAILER-CHECKSUM     PIC S9(15)V99 VALUE 0.
       01  WS-OLD-TRAILER-GENERATION   PIC 9(5) VALUE 0.
       01  WS-NEW-TRAILER-COUNT        PIC 9(5) VALUE 0.
       01  WS-NEW-TRAILER-CHECKSUM     PIC S9(15)V99 VALUE 0.
       01  WS-NEW-TRAILER-GENERATION   PIC 9(5) VALUE 0.

       01  WS-JOURNAL-READ-COUNT       PIC 9(5) VALUE 0.
       01  WS-ADD-COUNT                PIC 9(5) VALUE 0.
       01  WS-DELETE-COUNT             PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE 0.
       01  WS-MOVE-COUNT               PIC 9(5) VALUE 0.
       01  WS-NO-MOVEMENT-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNJOURNALED-COUNT        PIC 9(5) VALUE 0.
       01  WS-JOURNAL-MISMATCH-COUNT   PIC 9(5) VALUE 0.
       01  WS-UNMAPPED-COUNT           PIC 9(5) VALUE 0.
       01  WS-GL-LINE-COUNT            PIC 9(5) VALUE 0.

       01  WS-ADD-TOTAL                PIC S9(15)V99 VALUE 0.
       01  WS-DELETE-TOTAL             PIC S9(15)V99 VALUE 0.
       01  WS-CHANGE-TOTAL             PIC S9(15)V99 VALUE 0.
       01  WS-MOVE-TOTAL               PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-DEBITS             PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-CREDITS            PIC S9(15)V99 VALUE 0.
       01  WS-OPENING-CHECKSUM         PIC S9(15)V99 VALUE 0.
       01  WS-CLOSING-CHECKSUM         PIC S9(15)V99 VALUE 0.
       01  WS-EXPECTED-CLOSING         PIC S9(15)V99 VALUE 0.

       01  WS-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).

       01  WS-MOVEMENT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML-ID                   PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML-ENTRY-TYPE           PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML-FROM-COMPANY         PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  ML-FROM-STATUS          PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML-TO-COMPANY           PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  ML-TO-STATUS            PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML-OLD-AMOUNT           PIC -(9)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML-NEW-AMOUNT           PIC -(9)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML-MOVEMENT             PIC -(10)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML-NOTE                 PIC X(30).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-ENTRY-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-ENTRY-TYPE           PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-COMPANY              PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EL-STATUS               PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-TO-COMPANY           PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EL-TO-STATUS            PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-ITEM-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-DEBIT-ACCOUNT        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-CREDIT-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-AMOUNT               PIC Z(12)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-NOTE                 PIC X(20).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-AMOUNT-DISPLAY           PIC -(14)9.99.
       01  WS-SECOND-AMOUNT-DISPLAY    PIC -(14)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-GL-MAP
           PERFORM 1600-READ-OLD-MASTER-HEADER
           PERFORM 1650-READ-NEW-MASTER-HEADER
           PERFORM 1700-VERIFY-GENERATIONS
           PERFORM 2100-READ-OLD-MASTER-RECORD
           PERFORM 2200-READ-NEW-MASTER-RECORD
           PERFORM 2300-READ-JOURNAL-RECORD
           PERFORM 2000-COMPARE-MASTERS
           PERFORM 6500-VERIFY-MASTER-TRAILERS
           PERFORM 5000-RESOLVE-JOURNAL-LINES
           PERFORM 6000-PROVE-POSTINGS
           PERFORM 7000-WRITE-GL-JOURNAL
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "GLPOST" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "GLPOST: REFUSED BY CYCLE CONTROL - SEE "
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
           IF WS-OLD-MASTER-STATUS NOT = "00"
               DISPLAY "GLPOST: UNABLE TO OPEN OLDMAST, STATUS="
                   WS-OLD-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NEW-MASTER-FILE
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "GLPOST: UNABLE TO OPEN NEWMAST, STATUS="
                   WS-NEW-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The journal is what says which keys moved today - without
      *    it every master difference would be a guess, so it is an
      *    abend, not a default.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "GLPOST: UNABLE TO OPEN MNTJRNL, STATUS="
                   WS-JOURNAL-STATUS " - CANNOT POST WITHOUT "
                   "THE JOURNAL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "GLPOST: UNABLE TO OPEN GLRPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "GLPOST: UNABLE TO OPEN ALTGLP, STATUS="
                   WS-ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ALERT-RECORD
           MOVE "GLPOST" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           PERFORM 1100-PRINT-PAGE-HEADER
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  ID          TY  FROM    TO         OLD-AMOUNT"
                   "     NEW-AMOUNT       MOVEMENT"
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE.

       1100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/"
                   WS-RUN-YYYY "   GL POSTING REGISTER   PAGE "
                   WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *    The mapping steers real money into the ledger, so unlike
      *    most control files in the suite a missing GLMAP is an
      *    abend, not a default - there is no sensible default
      *    account.
       1500-LOAD-GL-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "GLPOST: UNABLE TO OPEN GLMAP, STATUS="
                   WS-MAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-MAP-EOF
           PERFORM UNTIL WS-MAP-EOF = "Y"
               READ MAP-FILE
                   AT END
                       MOVE "Y" TO WS-MAP-EOF
                   NOT AT END
                       PERFORM 1550-STORE-ONE-MAPPING
               END-READ
           END-PERFORM
           CLOSE MAP-FILE
           DISPLAY "GLPOST: " WS-MAP-COUNT " GL MAPPING(S) LOADED".

      *    A pair mapped twice would post to whichever row the
      *    lookup met first - ambiguous money, so the run stops.
       1550-STORE-ONE-MAPPING.
           IF MAP-RECORD = SPACES
               CONTINUE
           ELSE
               IF GM-DEBIT-ACCOUNT = SPACES
                   OR GM-CREDIT-ACCOUNT = SPACES
                   DISPLAY "GLPOST: GLMAP RECORD LACKS AN ACCOUNT: "
                       MAP-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE GM-COMPANY-CODE TO WS-LOOKUP-COMPANY
               MOVE GM-STATUS-CODE TO WS-LOOKUP-STATUS
               PERFORM 1580-LOOKUP-GL-MAPPING
               IF WS-PAIR-MAPPED
                   DISPLAY "GLPOST: COMPANY " GM-COMPANY-CODE
                       " STATUS " GM-STATUS-CODE " IS MAPPED MORE "
                       "THAN ONCE ON GLMAP - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-MAP-COUNT >= 500
                   DISPLAY "GLPOST: MORE THAN 500 MAPPING(S) ON "
                       "GLMAP - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MAP-COUNT
               MOVE GM-COMPANY-CODE TO WS-MAP-COMPANY-CODE(WS-MAP-COUNT)
               MOVE GM-STATUS-CODE TO WS-MAP-STATUS-CODE(WS-MAP-COUNT)
               MOVE GM-DEBIT-ACCOUNT
                   TO WS-MAP-DEBIT-ACCOUNT(WS-MAP-COUNT)
               MOVE GM-CREDIT-ACCOUNT
                   TO WS-MAP-CREDIT-ACCOUNT(WS-MAP-COUNT)
           END-IF.

       1580-LOOKUP-GL-MAPPING.
           MOVE "N" TO WS-MAPPED-SWITCH
           MOVE SPACES TO WS-FOUND-DEBIT-ACCOUNT
           MOVE SPACES TO WS-FOUND-CREDIT-ACCOUNT
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
                       OR WS-PAIR-MAPPED
               IF WS-MAP-COMPANY-CODE(WS-MAP-SUB) = WS-LOOKUP-COMPANY
                   AND WS-MAP-STATUS-CODE(WS-MAP-SUB) = WS-LOOKUP-STATUS
                   SET WS-PAIR-MAPPED TO TRUE
                   MOVE WS-MAP-DEBIT-ACCOUNT(WS-MAP-SUB)
                       TO WS-FOUND-DEBIT-ACCOUNT
                   MOVE WS-MAP-CREDIT-ACCOUNT(WS-MAP-SUB)
                       TO WS-FOUND-CREDIT-ACCOUNT
               END-IF
           END-PERFORM.

       1600-READ-OLD-MASTER-HEADER.
           READ OLD-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
           END-READ
           IF WS-END-OF-OLD-MASTER
               DISPLAY "GLPOST: OLDMAST IS EMPTY - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT OH-IS-HEADER
               DISPLAY "GLPOST: OLDMAST DOES NOT LEAD WITH AN HD "
                   "HEADER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OH-RECORD-COUNT TO WS-OLD-EXPECTED-COUNT
           IF OH-GENERATION IS NUMERIC
               MOVE OH-GENERATION TO WS-OLD-GENERATION
               IF WS-OLD-GENERATION > 0
                   SET WS-OLD-MASTER-GENERATED TO TRUE
               END-IF
           END-IF.

       1650-READ-NEW-MASTER-HEADER.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-NEW-EOF-SWITCH
           END-READ
           IF WS-END-OF-NEW-MASTER
               DISPLAY "GLPOST: NEWMAST IS EMPTY - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT NH-IS-HEADER
               DISPLAY "GLPOST: NEWMAST DOES NOT LEAD WITH AN HD "
                   "HEADER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NH-RECORD-COUNT TO WS-NEW-EXPECTED-COUNT
           IF NH-GENERATION IS NUMERIC
               MOVE NH-GENERATION TO WS-NEW-GENERATION
               IF WS-NEW-GENERATION > 0
                   SET WS-NEW-MASTER-GENERATED TO TRUE
               END-IF
           END-IF.

      *    The two masters must be one TABMAINT run apart - anything
      *    else means the wrong pair is pointed, and the difference
      *    between them is not the day's movement.
       1700-VERIFY-GENERATIONS.
           IF WS-NEW-MASTER-GENERATED
               IF WS-NEW-GENERATION NOT = WS-OLD-GENERATION + 1
                   DISPLAY "GLPOST: NEWMAST IS GENERATION "
                       WS-NEW-GENERATION " BUT OLDMAST IS GENERATION "
                       WS-OLD-GENERATION " - NOT ONE RUN APART, "
                       "RUN ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "GENX" TO AL-ALERT-CODE
                   STRING "OLDMAST GENERATION " WS-OLD-GENERATION
                           " NOT THE PRIOR OF NEWMAST "
                           WS-NEW-GENERATION
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "GLPOST: WARNING - NEWMAST CARRIES NO "
                   "GENERATION STAMP, TIE-OUT USES THE RECORDS READ"
           END-IF.

      *    Three-way balanced-line walk, all in ascending key order.
      *    Every key on either master is read (for the checksums),
      *    but only keys the journal names are posted; an
      *    unjournaled key whose images differ is reported, never
      *    posted.
       2000-COMPARE-MASTERS.
           PERFORM UNTIL WS-OLD-KEY = HIGH-VALUES
                   AND WS-NEW-KEY = HIGH-VALUES
                   AND WS-JOURNAL-KEY = HIGH-VALUES
               MOVE WS-OLD-KEY TO WS-LOW-KEY
               IF WS-NEW-KEY < WS-LOW-KEY
                   MOVE WS-NEW-KEY TO WS-LOW-KEY
               END-IF
               IF WS-JOURNAL-KEY < WS-LOW-KEY
                   MOVE WS-JOURNAL-KEY TO WS-LOW-KEY
               END-IF
               PERFORM 2400-CAPTURE-KEY-IMAGES
               IF WS-KEY-JOURNALED = "Y"
                   PERFORM 2500-CHECK-JOURNAL-AGREES
                   PERFORM 2600-CLASSIFY-MOVEMENT
               ELSE
                   PERFORM 2700-CHECK-UNTOUCHED-KEY
               END-IF
               IF WS-KEY-ON-OLD = "Y"
                   PERFORM 2100-READ-OLD-MASTER-RECORD
               END-IF
               IF WS-KEY-ON-NEW = "Y"
                   PERFORM 2200-READ-NEW-MASTER-RECORD
               END-IF
               IF WS-KEY-JOURNALED = "Y"
                   PERFORM 2300-READ-JOURNAL-RECORD
               END-IF
           END-PERFORM.

       2100-READ-OLD-MASTER-RECORD.
           READ OLD-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-OLD-KEY
           END-READ
           IF NOT WS-END-OF-OLD-MASTER
               IF WS-OLD-MASTER-GENERATED
                   AND OLD-MASTER-RECORD(1:2) = "TR"
                   PERFORM 2150-CAPTURE-OLD-TRAILER
               ELSE
                   ADD 1 TO WS-OLD-READ-COUNT
                   IF OM-AMOUNT-FIELD IS NUMERIC
                       ADD OM-AMOUNT-FIELD TO WS-OLD-CHECKSUM
                   END-IF
                   MOVE WS-OLD-KEY TO WS-PRIOR-OLD-KEY
                   MOVE OM-ID-FIELD TO WS-OLD-KEY
                   IF WS-OLD-KEY <= WS-PRIOR-OLD-KEY
                       DISPLAY "GLPOST: OLDMAST KEY OUT OF SEQUENCE "
                           "AT " WS-OLD-KEY " - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       2150-CAPTURE-OLD-TRAILER.
           SET WS-OLD-TRAILER-SEEN TO TRUE
           IF OT-RECORD-COUNT IS NUMERIC
               MOVE OT-RECORD-COUNT TO WS-OLD-TRAILER-COUNT
           END-IF
           IF OT-CHECKSUM IS NUMERIC
               MOVE OT-CHECKSUM TO WS-OLD-TRAILER-CHECKSUM
           END-IF
           IF OT-GENERATION IS NUMERIC
               MOVE OT-GENERATION TO WS-OLD-TRAILER-GENERATION
           END-IF
           READ OLD-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-OLD-KEY
           END-READ
           IF NOT WS-END-OF-OLD-MASTER
               DISPLAY "GLPOST: RECORD(S) FOUND AFTER THE OLDMAST "
                   "TR TRAILER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2200-READ-NEW-MASTER-RECORD.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-NEW-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-NEW-KEY
           END-READ
           IF NOT WS-END-OF-NEW-MASTER
               IF WS-NEW-MASTER-GENERATED
                   AND NEW-MASTER-RECORD(1:2) = "TR"
                   PERFORM 2250-CAPTURE-NEW-TRAILER
               ELSE
                   ADD 1 TO WS-NEW-READ-COUNT
                   IF NM-AMOUNT-FIELD IS NUMERIC
                       ADD NM-AMOUNT-FIELD TO WS-NEW-CHECKSUM
                   END-IF
                   MOVE WS-NEW-KEY TO WS-PRIOR-NEW-KEY
                   MOVE NM-ID-FIELD TO WS-NEW-KEY
                   IF WS-NEW-KEY <= WS-PRIOR-NEW-KEY
                       DISPLAY "GLPOST: NEWMAST KEY OUT OF SEQUENCE "
                           "AT " WS-NEW-KEY " - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       2250-CAPTURE-NEW-TRAILER.
           SET WS-NEW-TRAILER-SEEN TO TRUE
           IF NT-RECORD-COUNT IS NUMERIC
               MOVE NT-RECORD-COUNT TO WS-NEW-TRAILER-COUNT
           END-IF
           IF NT-CHECKSUM IS NUMERIC
               MOVE NT-CHECKSUM TO WS-NEW-TRAILER-CHECKSUM
           END-IF
           IF NT-GENERATION IS NUMERIC
               MOVE NT-GENERATION TO WS-NEW-TRAILER-GENERATION
           END-IF
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-NEW-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-NEW-KEY
           END-READ
           IF NOT WS-END-OF-NEW-MASTER
               DISPLAY "GLPOST: RECORD(S) FOUND AFTER THE NEWMAST "
                   "TR TRAILER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    TABMAINT writes the journal in merge (key) order, one
      *    record per key - anything else means it is not this
      *    day's journal.  Mirrors 2200-READ-JOURNAL-RECORD in
      *    MSTBKOUT - keep the two in step.
       2300-READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-JOURNAL-KEY
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ-COUNT
                   MOVE WS-JOURNAL-KEY TO WS-PRIOR-JOURNAL-KEY
                   MOVE JR-KEY TO WS-JOURNAL-KEY
                   MOVE JR-EXISTED TO WS-HELD-EXISTED
                   MOVE JR-BEFORE-IMAGE TO WS-HELD-BEFORE-IMAGE
                   IF WS-JOURNAL-KEY <= WS-PRIOR-JOURNAL-KEY
                       DISPLAY "GLPOST: MNTJRNL KEY OUT OF "
                           "SEQUENCE AT " WS-JOURNAL-KEY
                           " - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *    Lifts the low key's image off each master that carries
      *    it; a non-numeric amount counts as zero, the same way the
      *    trailer checksum skips it.
       2400-CAPTURE-KEY-IMAGES.
           MOVE "N" TO WS-KEY-ON-OLD
           MOVE "N" TO WS-KEY-ON-NEW
           MOVE "N" TO WS-KEY-JOURNALED
           MOVE SPACES TO WS-BEFORE-COMPANY
           MOVE SPACES TO WS-BEFORE-STATUS
           MOVE 0 TO WS-BEFORE-AMOUNT
           MOVE SPACES TO WS-AFTER-COMPANY
           MOVE SPACES TO WS-AFTER-STATUS
           MOVE 0 TO WS-AFTER-AMOUNT
           IF WS-OLD-KEY = WS-LOW-KEY
               MOVE "Y" TO WS-KEY-ON-OLD
               MOVE OM-COMPANY-CODE TO WS-BEFORE-COMPANY
               MOVE OM-STATUS-CODE TO WS-BEFORE-STATUS
               IF OM-AMOUNT-FIELD IS NUMERIC
                   MOVE OM-AMOUNT-FIELD TO WS-BEFORE-AMOUNT
               END-IF
           END-IF
           IF WS-NEW-KEY = WS-LOW-KEY
               MOVE "Y" TO WS-KEY-ON-NEW
               MOVE NM-COMPANY-CODE TO WS-AFTER-COMPANY
               MOVE NM-STATUS-CODE TO WS-AFTER-STATUS
               IF NM-AMOUNT-FIELD IS NUMERIC
                   MOVE NM-AMOUNT-FIELD TO WS-AFTER-AMOUNT
               END-IF
           END-IF
           IF WS-JOURNAL-KEY = WS-LOW-KEY
               MOVE "Y" TO WS-KEY-JOURNALED
           END-IF.

      *    The journal's own view of the key's prior state must be
      *    OLDMAST's - a key journaled as existing must be on
      *    OLDMAST with the same image, and one journaled as added
      *    today must not be.  A disagreement means the journal is
      *    not this OLDMAST's, and nothing it names can be trusted.
       2500-CHECK-JOURNAL-AGREES.
           IF (WS-HELD-EXISTED = "Y"
                   AND (WS-KEY-ON-OLD = "N"
                       OR WS-HELD-BEFORE-IMAGE NOT =
                           OLD-MASTER-RECORD))
               OR (WS-HELD-EXISTED NOT = "Y"
                   AND WS-KEY-ON-OLD = "Y")
               ADD 1 TO WS-JOURNAL-MISMATCH-COUNT
               SET WS-JOURNAL-REFUSED TO TRUE
               MOVE SPACES TO WS-MOVEMENT-LINE
               MOVE WS-LOW-KEY TO ML-ID
               MOVE "** JOURNAL DISAGREES W/OLDMAST" TO ML-NOTE
               MOVE WS-MOVEMENT-LINE TO POSTING-REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               DISPLAY "GLPOST: MNTJRNL DISAGREES WITH OLDMAST FOR "
                   "KEY " WS-LOW-KEY
               SET AL-SEV-ERROR TO TRUE
               MOVE "GLJX" TO AL-ALERT-CODE
               MOVE WS-LOW-KEY TO AL-KEY
               MOVE "MNTJRNL PRIOR STATE DISAGREES WITH OLDMAST"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
           END-IF.

      *    One journaled key becomes at most two movements - a move
      *    of the old amount between pairs and/or an amount change -
      *    each accumulated into its summary bucket and printed.
       2600-CLASSIFY-MOVEMENT.
           MOVE SPACES TO WS-MOVEMENT-LINE
           MOVE WS-LOW-KEY TO ML-ID
           MOVE WS-BEFORE-COMPANY TO ML-FROM-COMPANY
           MOVE WS-BEFORE-STATUS TO ML-FROM-STATUS
           MOVE WS-AFTER-COMPANY TO ML-TO-COMPANY
           MOVE WS-AFTER-STATUS TO ML-TO-STATUS
           MOVE WS-BEFORE-AMOUNT TO ML-OLD-AMOUNT
           MOVE WS-AFTER-AMOUNT TO ML-NEW-AMOUNT
           COMPUTE WS-MOVEMENT = WS-AFTER-AMOUNT - WS-BEFORE-AMOUNT
           MOVE WS-MOVEMENT TO ML-MOVEMENT
           EVALUATE TRUE
               WHEN WS-KEY-ON-OLD = "N" AND WS-KEY-ON-NEW = "N"
                   ADD 1 TO WS-NO-MOVEMENT-COUNT
                   MOVE SPACES TO ML-ENTRY-TYPE
                   MOVE "ADDED AND DELETED TODAY" TO ML-NOTE
                   MOVE WS-MOVEMENT-LINE TO POSTING-REPORT-LINE
                   PERFORM 7500-WRITE-REPORT-LINE
               WHEN WS-KEY-ON-OLD = "N"
                   ADD 1 TO WS-ADD-COUNT
                   ADD WS-AFTER-AMOUNT TO WS-ADD-TOTAL
                   MOVE "AD" TO ML-ENTRY-TYPE
                   MOVE WS-MOVEMENT-LINE TO POSTING-REPORT-LINE
                   PERFORM 7500-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-NEW-PST-KEY
                   SET WS-ENTRY-ADD TO TRUE
                   MOVE WS-AFTER-COMPANY TO WS-NEW-PST-COMPANY
                   MOVE WS-AFTER-STATUS TO WS-NEW-PST-STATUS
                   MOVE WS-AFTER-AMOUNT TO WS-NEW-PST-AMOUNT
                   PERFORM 4000-ACCUMULATE-POSTING
               WHEN WS-KEY-ON-NEW = "N"
                   ADD 1 TO WS-DELETE-COUNT
                   ADD WS-BEFORE-AMOUNT TO WS-DELETE-TOTAL
                   MOVE "DL" TO ML-ENTRY-TYPE
                   MOVE WS-MOVEMENT-LINE TO POSTING-REPORT-LINE
                   PERFORM 7500-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-NEW-PST-KEY
                   SET WS-ENTRY-DELETE TO TRUE
                   MOVE WS-BEFORE-COMPANY TO WS-NEW-PST-COMPANY
                   MOVE WS-BEFORE-STATUS TO WS-NEW-PST-STATUS
                   MOVE WS-BEFORE-AMOUNT TO WS-NEW-PST-AMOUNT
                   PERFORM 4000-ACCUMULATE-POSTING
               WHEN WS-BEFORE-COMPANY NOT = WS-AFTER-COMPANY
                   OR WS-BEFORE-STATUS NOT = WS-AFTER-STATUS
                   ADD 1 TO WS-MOVE-COUNT
                   ADD WS-BEFORE-AMOUNT TO WS-MOVE-TOTAL
                   MOVE "SM" TO ML-ENTRY-TYPE
                   IF WS-MOVEMENT NOT = 0
                       MOVE "PLUS AMOUNT CHANGE (AC)" TO ML-NOTE
                   END-IF
                   MOVE WS-MOVEMENT-LINE TO POSTING-REPORT-LINE
                   PERFORM 7500-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-NEW-PST-KEY
                   SET WS-ENTRY-MOVE TO TRUE
                   MOVE WS-BEFORE-COMPANY TO WS-NEW-PST-COMPANY
                   MOVE WS-BEFORE-STATUS TO WS-NEW-PST-STATUS
                   MOVE WS-AFTER-COMPANY TO WS-NEW-PST-TO-COMPANY
                   MOVE WS-AFTER-STATUS TO WS-NEW-PST-TO-STATUS
                   MOVE WS-BEFORE-AMOUNT TO WS-NEW-PST-AMOUNT
                   PERFORM 4000-ACCUMULATE-POSTING
                   IF WS-MOVEMENT NOT = 0
                       PERFORM 2650-POST-AMOUNT-CHANGE
                   END-IF
               WHEN WS-MOVEMENT NOT = 0
                   MOVE "AC" TO ML-ENTRY-TYPE
                   MOVE WS-MOVEMENT-LINE TO POSTING-REPORT-LINE
                   PERFORM 7500-WRITE-REPORT-LINE
                   PERFORM 2650-POST-AMOUNT-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-NO-MOVEMENT-COUNT
                   MOVE SPACES TO ML-ENTRY-TYPE
                   MOVE "NO AMOUNT MOVEMENT" TO ML-NOTE
                   MOVE WS-MOVEMENT-LINE TO POSTING-REPORT-LINE
                   PERFORM 7500-WRITE-REPORT-LINE
           END-EVALUATE.

      *    An amount change always posts against the pair the
      *    record sits in after today's maintenance.
       2650-POST-AMOUNT-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           ADD WS-MOVEMENT TO WS-CHANGE-TOTAL
           MOVE SPACES TO WS-NEW-PST-KEY
           SET WS-ENTRY-CHANGE TO TRUE
           MOVE WS-AFTER-COMPANY TO WS-NEW-PST-COMPANY
           MOVE WS-AFTER-STATUS TO WS-NEW-PST-STATUS
           MOVE WS-MOVEMENT TO WS-NEW-PST-AMOUNT
           PERFORM 4000-ACCUMULATE-POSTING.

      *    A key the journal does not name must come through the day
      *    untouched.  A difference here is maintenance that reached
      *    the master outside TABMAINT's journal - it cannot be
      *    posted on trust, and it will break the tie-out below.
       2700-CHECK-UNTOUCHED-KEY.
           IF WS-KEY-ON-OLD NOT = WS-KEY-ON-NEW
               OR (WS-KEY-ON-OLD = "Y"
                   AND OLD-MASTER-RECORD NOT = NEW-MASTER-RECORD)
               ADD 1 TO WS-UNJOURNALED-COUNT
               MOVE SPACES TO WS-MOVEMENT-LINE
               MOVE WS-LOW-KEY TO ML-ID
               MOVE WS-BEFORE-COMPANY TO ML-FROM-COMPANY
               MOVE WS-BEFORE-STATUS TO ML-FROM-STATUS
               MOVE WS-AFTER-COMPANY TO ML-TO-COMPANY
               MOVE WS-AFTER-STATUS TO ML-TO-STATUS
               MOVE WS-BEFORE-AMOUNT TO ML-OLD-AMOUNT
               MOVE WS-AFTER-AMOUNT TO ML-NEW-AMOUNT
               COMPUTE WS-MOVEMENT =
                   WS-AFTER-AMOUNT - WS-BEFORE-AMOUNT
               MOVE WS-MOVEMENT TO ML-MOVEMENT
               MOVE "** CHANGED BUT NOT JOURNALED" TO ML-NOTE
               MOVE WS-MOVEMENT-LINE TO POSTING-REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               DISPLAY "GLPOST: KEY " WS-LOW-KEY " DIFFERS BETWEEN "
                   "OLDMAST AND NEWMAST BUT IS NOT ON MNTJRNL"
               SET AL-SEV-ERROR TO TRUE
               MOVE "GLUJ" TO AL-ALERT-CODE
               MOVE WS-LOW-KEY TO AL-KEY
               MOVE "MASTER CHANGED WITHOUT A MNTJRNL RECORD"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
           END-IF.

      *    Finds the bucket for WS-NEW-PST-KEY, or inserts one in
      *    key order, and adds the movement to it.
       4000-ACCUMULATE-POSTING.
           MOVE "N" TO WS-PST-FOUND-SWITCH
           PERFORM VARYING WS-PST-SUB FROM 1 BY 1
                   UNTIL WS-PST-SUB > WS-POSTING-COUNT
                       OR WS-PST-KEY(WS-PST-SUB) >= WS-NEW-PST-KEY
               CONTINUE
           END-PERFORM
           IF WS-PST-SUB <= WS-POSTING-COUNT
               IF WS-PST-KEY(WS-PST-SUB) = WS-NEW-PST-KEY
                   SET WS-PST-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-PST-FOUND
               IF WS-POSTING-COUNT >= 2000
                   DISPLAY "GLPOST: MORE THAN 2000 POSTING "
                       "SUMMARIES - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PST-SHIFT-SUB FROM WS-POSTING-COUNT
                       BY -1 UNTIL WS-PST-SHIFT-SUB < WS-PST-SUB
                   MOVE WS-POSTING-TABLE(WS-PST-SHIFT-SUB)
                       TO WS-POSTING-TABLE(WS-PST-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-POSTING-COUNT
               MOVE WS-NEW-PST-KEY TO WS-PST-KEY(WS-PST-SUB)
               MOVE 0 TO WS-PST-ITEM-COUNT(WS-PST-SUB)
               MOVE 0 TO WS-PST-AMOUNT(WS-PST-SUB)
           END-IF
           ADD 1 TO WS-PST-ITEM-COUNT(WS-PST-SUB)
           ADD WS-NEW-PST-AMOUNT TO WS-PST-AMOUNT(WS-PST-SUB).

      *    Resolves every bucket to its debit and credit account and
      *    prints the journal lines, totalling each side as it goes
      *    - the totals are what the balance proof tests before a
      *    single journal record is written.
       5000-RESOLVE-JOURNAL-LINES.
           MOVE SPACES TO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  TY  PAIR    TO       ITEMS  DEBIT       CREDIT"
                   "                 AMOUNT"
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           PERFORM VARYING WS-PST-SUB FROM 1 BY 1
                   UNTIL WS-PST-SUB > WS-POSTING-COUNT
               PERFORM 5100-RESOLVE-ONE-BUCKET
               MOVE SPACES TO WS-ENTRY-LINE
               MOVE WS-PST-ENTRY-TYPE(WS-PST-SUB) TO EL-ENTRY-TYPE
               MOVE WS-PST-COMPANY(WS-PST-SUB) TO EL-COMPANY
               MOVE WS-PST-STATUS(WS-PST-SUB) TO EL-STATUS
               MOVE WS-PST-TO-COMPANY(WS-PST-SUB) TO EL-TO-COMPANY
               MOVE WS-PST-TO-STATUS(WS-PST-SUB) TO EL-TO-STATUS
               MOVE WS-PST-ITEM-COUNT(WS-PST-SUB) TO EL-ITEM-COUNT
               MOVE WS-PST-DEBIT-ACCOUNT(WS-PST-SUB)
                   TO EL-DEBIT-ACCOUNT
               MOVE WS-PST-CREDIT-ACCOUNT(WS-PST-SUB)
                   TO EL-CREDIT-ACCOUNT
               MOVE WS-PST-LINE-AMOUNT(WS-PST-SUB) TO EL-AMOUNT
               MOVE WS-LINE-NOTE TO EL-NOTE
               MOVE WS-ENTRY-LINE TO POSTING-REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               IF WS-PST-LINE-AMOUNT(WS-PST-SUB) > 0
                   IF WS-PST-DEBIT-ACCOUNT(WS-PST-SUB) NOT = SPACES
                       ADD WS-PST-LINE-AMOUNT(WS-PST-SUB)
                           TO WS-TOTAL-DEBITS
                       ADD 1 TO WS-GL-LINE-COUNT
                   END-IF
                   IF WS-PST-CREDIT-ACCOUNT(WS-PST-SUB) NOT = SPACES
                       ADD WS-PST-LINE-AMOUNT(WS-PST-SUB)
                           TO WS-TOTAL-CREDITS
                       ADD 1 TO WS-GL-LINE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *    Sets the accounts and the unsigned amount for bucket
      *    WS-PST-SUB.  An entry that grows a pair's balance debits
      *    the pair's debit account and credits its credit account;
      *    one that shrinks it posts the other way round, so every
      *    journal amount is positive.  A status move grows the new
      *    pair and shrinks the old one, through their debit
      *    (balance) accounts.  An unmapped pair leaves its side's
      *    account blank - that side cannot post, and the journal
      *    is refused.
       5100-RESOLVE-ONE-BUCKET.
           MOVE SPACES TO WS-LINE-NOTE
           IF WS-PST-ENTRY-TYPE(WS-PST-SUB) = "DL"
               COMPUTE WS-LINE-EFFECT = 0 - WS-PST-AMOUNT(WS-PST-SUB)
           ELSE
               MOVE WS-PST-AMOUNT(WS-PST-SUB) TO WS-LINE-EFFECT
           END-IF
           MOVE WS-PST-COMPANY(WS-PST-SUB) TO WS-LOOKUP-COMPANY
           MOVE WS-PST-STATUS(WS-PST-SUB) TO WS-LOOKUP-STATUS
           PERFORM 1580-LOOKUP-GL-MAPPING
           IF NOT WS-PAIR-MAPPED
               PERFORM 5200-REPORT-UNMAPPED-PAIR
           END-IF
           IF WS-PST-ENTRY-TYPE(WS-PST-SUB) = "SM"
               MOVE WS-PST-COMPANY(WS-PST-SUB) TO WS-OFFSET-COMPANY
               MOVE WS-PST-STATUS(WS-PST-SUB) TO WS-OFFSET-STATUS
               MOVE WS-FOUND-DEBIT-ACCOUNT TO WS-OFFSET-ACCOUNT
               MOVE WS-PST-TO-COMPANY(WS-PST-SUB)
                   TO WS-LOOKUP-COMPANY
               MOVE WS-PST-TO-STATUS(WS-PST-SUB) TO WS-LOOKUP-STATUS
               PERFORM 1580-LOOKUP-GL-MAPPING
               IF NOT WS-PAIR-MAPPED
                   PERFORM 5200-REPORT-UNMAPPED-PAIR
               END-IF
               MOVE WS-PST-TO-COMPANY(WS-PST-SUB) TO WS-GROW-COMPANY
               MOVE WS-PST-TO-STATUS(WS-PST-SUB) TO WS-GROW-STATUS
               MOVE WS-FOUND-DEBIT-ACCOUNT TO WS-GROW-ACCOUNT
           ELSE
               MOVE WS-PST-COMPANY(WS-PST-SUB) TO WS-GROW-COMPANY
               MOVE WS-PST-STATUS(WS-PST-SUB) TO WS-GROW-STATUS
               MOVE WS-FOUND-DEBIT-ACCOUNT TO WS-GROW-ACCOUNT
               MOVE WS-PST-COMPANY(WS-PST-SUB) TO WS-OFFSET-COMPANY
               MOVE WS-PST-STATUS(WS-PST-SUB) TO WS-OFFSET-STATUS
               MOVE WS-FOUND-CREDIT-ACCOUNT TO WS-OFFSET-ACCOUNT
           END-IF
           IF WS-LINE-EFFECT < 0
               MOVE WS-OFFSET-ACCOUNT
                   TO WS-PST-DEBIT-ACCOUNT(WS-PST-SUB)
               MOVE WS-OFFSET-COMPANY
                   TO WS-PST-DEBIT-COMPANY(WS-PST-SUB)
               MOVE WS-OFFSET-STATUS
                   TO WS-PST-DEBIT-STATUS(WS-PST-SUB)
               MOVE WS-GROW-ACCOUNT
                   TO WS-PST-CREDIT-ACCOUNT(WS-PST-SUB)
               MOVE WS-GROW-COMPANY
                   TO WS-PST-CREDIT-COMPANY(WS-PST-SUB)
               MOVE WS-GROW-STATUS
                   TO WS-PST-CREDIT-STATUS(WS-PST-SUB)
               COMPUTE WS-PST-LINE-AMOUNT(WS-PST-SUB) =
                   0 - WS-LINE-EFFECT
           ELSE
               MOVE WS-GROW-ACCOUNT
                   TO WS-PST-DEBIT-ACCOUNT(WS-PST-SUB)
               MOVE WS-GROW-COMPANY
                   TO WS-PST-DEBIT-COMPANY(WS-PST-SUB)
               MOVE WS-GROW-STATUS
                   TO WS-PST-DEBIT-STATUS(WS-PST-SUB)
               MOVE WS-OFFSET-ACCOUNT
                   TO WS-PST-CREDIT-ACCOUNT(WS-PST-SUB)
               MOVE WS-OFFSET-COMPANY
                   TO WS-PST-CREDIT-COMPANY(WS-PST-SUB)
               MOVE WS-OFFSET-STATUS
                   TO WS-PST-CREDIT-STATUS(WS-PST-SUB)
               MOVE WS-LINE-EFFECT
                   TO WS-PST-LINE-AMOUNT(WS-PST-SUB)
           END-IF
           IF WS-PST-LINE-AMOUNT(WS-PST-SUB) = 0
               MOVE "NETS TO ZERO" TO WS-LINE-NOTE
           END-IF
           IF WS-PST-DEBIT-ACCOUNT(WS-PST-SUB) = SPACES
               OR WS-PST-CREDIT-ACCOUNT(WS-PST-SUB) = SPACES
               MOVE "** NO GL MAPPING" TO WS-LINE-NOTE
           END-IF.

       5200-REPORT-UNMAPPED-PAIR.
           ADD 1 TO WS-UNMAPPED-COUNT
           SET WS-JOURNAL-REFUSED TO TRUE
           DISPLAY "GLPOST: NO GLMAP ACCOUNTS FOR COMPANY "
               WS-LOOKUP-COMPANY " STATUS " WS-LOOKUP-STATUS
           SET AL-SEV-ERROR TO TRUE
           MOVE "GLUM" TO AL-ALERT-CODE
           STRING "NO GLMAP ACCOUNTS FOR COMPANY " WS-LOOKUP-COMPANY
                   " STATUS " WS-LOOKUP-STATUS
               DELIMITED BY SIZE INTO AL-TEXT
           PERFORM 9500-WRITE-ALERT-RECORD.

      *    Both masters' own framing is proved before anything is
      *    posted - a truncated or tampered master must never turn
      *    into ledger entries.
       6500-VERIFY-MASTER-TRAILERS.
           IF WS-OLD-MASTER-GENERATED
               IF NOT WS-OLD-TRAILER-SEEN
                   OR WS-OLD-TRAILER-COUNT NOT = WS-OLD-READ-COUNT
                   OR WS-OLD-TRAILER-CHECKSUM NOT = WS-OLD-CHECKSUM
                   OR WS-OLD-TRAILER-GENERATION NOT =
                       WS-OLD-GENERATION
                   DISPLAY "GLPOST: OLDMAST TRAILER MISSING OR "
                       "DISAGREES WITH THE RECORDS READ - RUN "
                       "ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "GENX" TO AL-ALERT-CODE
                   MOVE "OLDMAST TRAILER COUNT/CHECKSUM MISMATCH"
                       TO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-NEW-MASTER-GENERATED
               IF NOT WS-NEW-TRAILER-SEEN
                   OR WS-NEW-TRAILER-COUNT NOT = WS-NEW-READ-COUNT
                   OR WS-NEW-TRAILER-CHECKSUM NOT = WS-NEW-CHECKSUM
                   OR WS-NEW-TRAILER-GENERATION NOT =
                       WS-NEW-GENERATION
                   DISPLAY "GLPOST: NEWMAST TRAILER MISSING OR "
                       "DISAGREES WITH THE RECORDS READ - RUN "
                       "ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "GENX" TO AL-ALERT-CODE
                   MOVE "NEWMAST TRAILER COUNT/CHECKSUM MISMATCH"
                       TO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NEW-TRAILER-CHECKSUM TO WS-CLOSING-CHECKSUM
           ELSE
               MOVE WS-NEW-CHECKSUM TO WS-CLOSING-CHECKSUM
           END-IF
           MOVE WS-OLD-CHECKSUM TO WS-OPENING-CHECKSUM.

      *    Two proofs: debits equal credits, and the opening
      *    checksum rolled forward by the day's posted movement
      *    lands exactly on the NEWMAST trailer checksum.  Status
      *    moves are net zero to the master and sit outside the
      *    rollforward.
       6000-PROVE-POSTINGS.
           COMPUTE WS-EXPECTED-CLOSING = WS-OPENING-CHECKSUM
               + WS-ADD-TOTAL - WS-DELETE-TOTAL + WS-CHANGE-TOTAL
           MOVE SPACES TO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-CREDITS TO WS-SECOND-AMOUNT-DISPLAY
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  TOTAL DEBITS  " WS-AMOUNT-DISPLAY
                   "   TOTAL CREDITS  " WS-SECOND-AMOUNT-DISPLAY
                   "   JOURNAL LINES " WS-GL-LINE-COUNT
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               SET WS-JOURNAL-REFUSED TO TRUE
               MOVE "  *** JOURNAL IS OUT OF BALANCE ***"
                   TO POSTING-REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               DISPLAY "GLPOST: DEBITS DO NOT EQUAL CREDITS"
           END-IF
           MOVE SPACES TO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE WS-OPENING-CHECKSUM TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  OLDMAST CHECKSUM         " WS-AMOUNT-DISPLAY
                   "   GENERATION " WS-OLD-GENERATION
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE WS-ADD-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  + ADDS                   " WS-AMOUNT-DISPLAY
                   "   RECORDS " WS-ADD-COUNT
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE WS-DELETE-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  - DELETES                " WS-AMOUNT-DISPLAY
                   "   RECORDS " WS-DELETE-COUNT
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE WS-CHANGE-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  +/- AMOUNT CHANGES       " WS-AMOUNT-DISPLAY
                   "   RECORDS " WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE WS-MOVE-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  (STATUS MOVES, NET ZERO  " WS-AMOUNT-DISPLAY
                   "   RECORDS " WS-MOVE-COUNT ")"
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE WS-EXPECTED-CLOSING TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  = EXPECTED CLOSING       " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE WS-CLOSING-CHECKSUM TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  NEWMAST TRAILER CHECKSUM " WS-AMOUNT-DISPLAY
                   "   GENERATION " WS-NEW-GENERATION
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           IF WS-EXPECTED-CLOSING = WS-CLOSING-CHECKSUM
               MOVE "  POSTINGS TIE TO THE NEWMAST TRAILER CHECKSUM"
                   TO POSTING-REPORT-LINE
           ELSE
               SET WS-JOURNAL-REFUSED TO TRUE
               MOVE "  *** POSTINGS DO NOT TIE TO THE NEWMAST TRAILER
      -            " CHECKSUM ***" TO POSTING-REPORT-LINE
               DISPLAY "GLPOST: POSTINGS DO NOT TIE TO THE NEWMAST "
                   "TRAILER CHECKSUM"
           END-IF
           PERFORM 7500-WRITE-REPORT-LINE.

      *    GLJRNL is always opened, so a refused day leaves it empty
      *    rather than leaving yesterday's journal in place to be
      *    loaded twice.  Each bucket yields a debit line and a
      *    credit line; a bucket that nets to zero yields none.
       7000-WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-STATUS NOT = "00"
               DISPLAY "GLPOST: UNABLE TO OPEN GLJRNL, STATUS="
                   WS-GL-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-JOURNAL-REFUSED
               MOVE "  *** GL JOURNAL REFUSED - GLJRNL LEFT EMPTY ***"
                   TO POSTING-REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               DISPLAY "GLPOST: GL JOURNAL REFUSED - NOTHING WRITTEN "
                   "TO GLJRNL"
               SET AL-SEV-FATAL TO TRUE
               MOVE "GLOB" TO AL-ALERT-CODE
               STRING "GL JOURNAL REFUSED - " WS-UNMAPPED-COUNT
                       " UNMAPPED, " WS-UNJOURNALED-COUNT
                       " UNJOURNALED"
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "HD" TO GH-REC-TYPE
               MOVE WS-GL-LINE-COUNT TO GH-LINE-COUNT
               MOVE WS-NEW-GENERATION TO GH-GENERATION
               MOVE WS-RUN-DATE TO GH-POSTING-DATE
               WRITE GL-JOURNAL-RECORD
               PERFORM VARYING WS-PST-SUB FROM 1 BY 1
                       UNTIL WS-PST-SUB > WS-POSTING-COUNT
                   IF WS-PST-LINE-AMOUNT(WS-PST-SUB) > 0
                       PERFORM 7100-WRITE-JOURNAL-PAIR
                   END-IF
               END-PERFORM
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "TR" TO GT-REC-TYPE
               MOVE WS-GL-LINE-COUNT TO GT-LINE-COUNT
               MOVE WS-TOTAL-DEBITS TO GT-TOTAL-DEBITS
               MOVE WS-TOTAL-CREDITS TO GT-TOTAL-CREDITS
               MOVE WS-NEW-GENERATION TO GT-GENERATION
               WRITE GL-JOURNAL-RECORD
           END-IF
           CLOSE GL-JOURNAL-FILE.

      *    The debit line and the credit line for bucket WS-PST-SUB,
      *    each carrying the pair its account belongs to.
       7100-WRITE-JOURNAL-PAIR.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-PST-ENTRY-TYPE(WS-PST-SUB) TO GJ-ENTRY-TYPE
           MOVE WS-PST-DEBIT-COMPANY(WS-PST-SUB) TO GJ-COMPANY-CODE
           MOVE WS-PST-DEBIT-STATUS(WS-PST-SUB) TO GJ-STATUS-CODE
           MOVE WS-PST-DEBIT-ACCOUNT(WS-PST-SUB) TO GJ-ACCOUNT
           MOVE "D" TO GJ-DEBIT-CREDIT
           MOVE WS-PST-LINE-AMOUNT(WS-PST-SUB) TO GJ-AMOUNT
           MOVE WS-PST-ITEM-COUNT(WS-PST-SUB) TO GJ-ITEM-COUNT
           MOVE WS-RUN-DATE TO GJ-POSTING-DATE
           WRITE GL-JOURNAL-RECORD
           MOVE WS-PST-CREDIT-COMPANY(WS-PST-SUB) TO GJ-COMPANY-CODE
           MOVE WS-PST-CREDIT-STATUS(WS-PST-SUB) TO GJ-STATUS-CODE
           MOVE WS-PST-CREDIT-ACCOUNT(WS-PST-SUB) TO GJ-ACCOUNT
           MOVE "C" TO GJ-DEBIT-CREDIT
           WRITE GL-JOURNAL-RECORD.

       7500-WRITE-REPORT-LINE.
           WRITE POSTING-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "  JOURNALED KEYS " WS-JOURNAL-READ-COUNT
                   "  NO MOVEMENT " WS-NO-MOVEMENT-COUNT
                   "  UNJOURNALED " WS-UNJOURNALED-COUNT
                   "  JOURNAL MISMATCH " WS-JOURNAL-MISMATCH-COUNT
                   "  UNMAPPED " WS-UNMAPPED-COUNT
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           CLOSE OLD-MASTER-FILE
           CLOSE NEW-MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE POSTING-REPORT-FILE
           IF NOT WS-JOURNAL-REFUSED
               DISPLAY "GLPOST: " WS-GL-LINE-COUNT " JOURNAL LINE(S) "
                   "WRITTEN TO GLJRNL FOR GENERATION "
                   WS-NEW-GENERATION
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
