      ******************************************************************
      *    PERCLOSE
      *    Period rollforward and period-end close.  Management wants
      *    opening balance + adds - deletes +/- changes = closing
      *    balance by company and status at every month end and year
      *    end; TABSUM only ever shows one day's point-in-time
      *    totals.  This program runs after every step that writes a
      *    new master generation, and rolls that step's movement into
      *    a period-to-date and year-to-date accumulator that is
      *    carried from run to run the way AUDINQ carries its audit
      *    archive (PERACTI in, PERACTO out, rotated by the
      *    scheduler).  The PERPARM SOURCE card names the step:
      *        TABMAINT  the day's maintenance - OLDMAST/NEWMAST with
      *                  MNTJRNL naming the touched keys; TRANFILE (as
      *                  TABMAINT read it) identifies re-keys and
      *                  CHGTRANS identifies the mass changes
      *        MSTARCH   an archival run - OLDMAST is the master it
      *                  read, NEWMAST its LIVEMAST, MNTJRNL its
      *                  ARCJRNL
      *        MSTBKOUT  a backout - OLDMAST is the master backed
      *                  out, NEWMAST its BAKMAST, MNTJRNL the journal
      *                  it reversed
      *    Each key whose image differs between the two masters is
      *    classified, exactly as GLPOST classifies it, into one of
      *    the rollforward columns below, against its company/status
      *    pair.  Every run proves the accumulator against both
      *    masters: opening plus everything rolled so far must equal
      *    OLDMAST pair by pair before today is added, and NEWMAST
      *    after - the generations must also chain, so a step that
      *    was skipped or run twice stops the run with a FATAL alert
      *    rather than quietly bending the figures.
      *    On a TABMAINT run dated on or after the last business day
      *    of the open period (calendar month; SHOPCAL non-processing
      *    days, Saturdays, and Sundays skipped back over) the period
      *    is closed: the rollforward by company and status is
      *    printed, the closing figure is proved against the NEWMAST
      *    TR trailer checksum, NEWMAST is frozen to the period's
      *    own snapshot file "SN"+YYYYMM (SN202609 for September
      *    2026) with the snapshot date in its header, and the
      *    period is appended to the PERCLSD closed-period register,
      *    which TABMAINT reads to refuse transactions effective-
      *    dated into a closed period.
      *    The December close also prints the year rollforward and
      *    starts the next year.  A period whose close day was missed
      *    is closed late by the first run of a later month, from
      *    OLDMAST - the master as the period left it - before that
      *    run's own movement is rolled into the new period.  Each
      *    period closed in one run - several overdue periods, or an
      *    overdue period and then the current one - keeps its own
      *    snapshot file, so no close overwrites another's.
      *    Back-dated transactions TABMAINT accepts into a reopened
      *    period roll into the period in which they are applied;
      *    the closed period's snapshot stays frozen.
      *    Rollforward columns (CLOSING = OPENING + ADDS - DELETES +
      *    CHANGES + MASS CHG + TRANSFERS - ARCHIVED + BACKED OUT):
      *        ADDS        new keys
      *        DELETES     keys removed by maintenance
      *        CHANGES     amount movement on kept keys
      *        MASS CHG    amount movement on keys CHGTRANS changed
      *        TRANSFERS   amounts moving between pairs - a status or
      *                    company move, or a re-key
      *        ARCHIVED    keys MSTARCH moved to the history master
      *        BACKED OUT  net movement MSTBKOUT reversed
      *    PERPARM cards (keyword=value, blank cards ignored):
      *        SOURCE=TABMAINT|MSTARCH|MSTBKOUT   (required)
      *
      *    PERACTI/PERACTO record layout (130 bytes):
      *        PC  control - OPEN PERIOD 9(6) YYYYMM, MASTER
      *            GENERATION ROLLED THROUGH 9(5), LAST RUN DATE
      *            9(8), YEAR STARTED AT PERIOD 9(6), DATE OF THE
      *            MASTER STATE ROLLED THROUGH 9(8)
      *        PB  bucket - COMPANY X(3), STATUS X(2), SCOPE X(1)
      *            (P = PERIOD TO DATE, Y = YEAR TO DATE), then
      *            OPENING, ADDS, DELETES, CHANGES, MASS CHG,
      *            TRANSFERS, ARCHIVED, BACKED OUT, each S9(13)V99
      *
      *    PERCLSD record layout (80 bytes):
      *        COLS  1-6   CLOSED PERIOD (YYYYMM)
      *        COL   7     (SPACE)
      *        COLS  8-15  SNAPSHOT DATE (YYYYMMDD)
      *        COL   16    (SPACE)
      *        COLS 17-24  CLOSE RUN DATE (YYYYMMDD)
      *        COL   25    (SPACE)
      *        COLS 26-30  SNAPSHOT MASTER GENERATION
      *        COL   31    (SPACE)
      *        COLS 32-36  SNAPSHOT RECORD COUNT
      *        COL   37    (SPACE)
      *        COLS 38-54  CLOSING CHECKSUM S9(15)V99
      *        COL   55    (SPACE)
      *        COL   56    CLOSE TYPE (N = ON TIME, L = LATE)
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).  It
      *    logs as PERCLOSE after TABMAINT, PERCLARC after
      *    MSTARCH, and PERCLBKO after MSTBKOUT, so the close
      *    that follows each master generation is its own step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "PERPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

      *    The feed TABMAINT applied - read only for its re-keys, so
      *    a renumbered id rolls as a transfer, not a delete and an
      *    add.  Optional.
           SELECT TRAN-FILE
               ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

      *    The mass changes MASSCHG cut - optional; no file means no
      *    mass change was run.
           SELECT CHANGE-TRAN-FILE
               ASSIGN TO "CHGTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-TRAN-STATUS.

      *    Non-processing days, so the period closes on its last
      *    business day.  Layout in SHOPCAL.cpy.
           SELECT CALENDAR-FILE
               ASSIGN TO "SHOPCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      *    The period and year accumulator as the prior run left it
      *    - missing only before the first run.
           SELECT ACTIVITY-OLD-FILE
               ASSIGN TO "PERACTI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-OLD-STATUS.

           SELECT ACTIVITY-NEW-FILE
               ASSIGN TO "PERACTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-NEW-STATUS.

      *    The frozen period-end master - written only by a close,
      *    to the "SN"+YYYYMM file of the period being closed.
           SELECT SNAPSHOT-FILE
               ASSIGN DYNAMIC WS-SNAPSHOT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

      *    The permanent closed-period register - one record
      *    appended per close, never rewritten.  TABMAINT reads it.
           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO "PERCLSD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSED-PERIOD-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "PERRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    This run's machine-readable alerts, one fixed-layout
      *    record per exception raised, merged into the operations
      *    dashboard by OPSSUM.  Layout in ALERTREC.cpy.
           SELECT ALERT-FILE
               ASSIGN TO "ALTPER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                 PIC X(80).

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
           05  OM-EFF-DATE-FIELD       PIC 9(8).
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
           05  NM-EFF-DATE-FIELD       PIC 9(8).
           05  NM-STATUS-CODE          PIC X(2).
           05  NM-COMPANY-CODE         PIC X(3).
           05  FILLER                  PIC X(46).

      *    Same layout TABMAINT writes to MNTJRNL - keep the two in
      *    step.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 91 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JR-EXISTED              PIC X(1).
           05  JR-KEY                  PIC X(10).
           05  JR-BEFORE-IMAGE         PIC X(80).

       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01  TRAN-RECORD.
           05  TX-ACTION               PIC X(1).
               88  TX-REKEY                     VALUE "R".
           05  TX-RECORD-DATA          PIC X(80).
           05  TX-RECORD-FIELDS REDEFINES TX-RECORD-DATA.
               10  TX-ID-FIELD         PIC X(10).
               10  FILLER              PIC X(24).
               10  TX-NEW-ID-FIELD     PIC X(10).
               10  FILLER              PIC X(36).

       FD  CHANGE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01  CHANGE-TRAN-RECORD.
           05  CT-ACTION               PIC X(1).
           05  CT-RECORD-DATA          PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CD-DATE                 PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CD-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(41).

       FD  ACTIVITY-OLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01  ACTIVITY-OLD-RECORD         PIC X(130).

       FD  ACTIVITY-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01  ACTIVITY-NEW-RECORD         PIC X(130).

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SNAPSHOT-RECORD             PIC X(80).

       01  SNAPSHOT-HEADER-RECORD REDEFINES SNAPSHOT-RECORD.
           05  SH-REC-TYPE             PIC X(2).
           05  SH-RECORD-COUNT         PIC 9(5).
           05  SH-GENERATION           PIC X(5).
           05  SH-SNAPSHOT-DATE        PIC 9(8).
           05  FILLER                  PIC X(60).

       01  SNAPSHOT-DETAIL-FIELDS REDEFINES SNAPSHOT-RECORD.
           05  SM-ID-FIELD             PIC X(10).
           05  SM-AMOUNT-FIELD         PIC S9(9)V99.
           05  FILLER                  PIC X(59).

       01  SNAPSHOT-TRAILER-RECORD REDEFINES SNAPSHOT-RECORD.
           05  ST-REC-TYPE             PIC X(2).
           05  ST-RECORD-COUNT         PIC 9(5).
           05  ST-CHECKSUM             PIC S9(15)V99.
           05  ST-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(51).

      *    Same layout TABMAINT reads - keep the two in step.
       FD  CLOSED-PERIOD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSED-PERIOD-RECORD.
           05  CP-PERIOD               PIC 9(6).
           05  FILLER                  PIC X(1).
           05  CP-SNAPSHOT-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CP-CLOSE-RUN-DATE       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CP-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(1).
           05  CP-RECORD-COUNT         PIC 9(5).
           05  FILLER                  PIC X(1).
           05  CP-CHECKSUM             PIC S9(15)V99.
           05  FILLER                  PIC X(1).
           05  CP-CLOSE-TYPE           PIC X(1).
           05  FILLER                  PIC X(24).

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
           COPY SHOPCAL.
           COPY CYCLINK.
       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-OLD-MASTER-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-NEW-MASTER-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-JOURNAL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-TRAN-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CHANGE-TRAN-STATUS   PIC X(2)  VALUE SPACES.
           05  WS-CALENDAR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ACTIVITY-OLD-STATUS  PIC X(2)  VALUE SPACES.
           05  WS-ACTIVITY-NEW-STATUS  PIC X(2)  VALUE SPACES.
           05  WS-SNAPSHOT-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CLOSED-PERIOD-STATUS PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X(1)  VALUE "N".
           05  WS-TRAN-EOF             PIC X(1)  VALUE "N".
           05  WS-CALENDAR-EOF         PIC X(1)  VALUE "N".
           05  WS-ACTIVITY-EOF         PIC X(1)  VALUE "N".
           05  WS-CLOSED-PERIOD-EOF    PIC X(1)  VALUE "N".
           05  WS-SNAP-EOF             PIC X(1)  VALUE "N".
           05  WS-OLD-EOF-SWITCH       PIC X(1)  VALUE "N".
               88  WS-END-OF-OLD-MASTER        VALUE "Y".
           05  WS-NEW-EOF-SWITCH       PIC X(1)  VALUE "N".
               88  WS-END-OF-NEW-MASTER        VALUE "Y".
           05  WS-JOURNAL-EOF-SWITCH   PIC X(1)  VALUE "N".
               88  WS-END-OF-JOURNAL           VALUE "Y".
           05  WS-CHANGE-EOF-SWITCH    PIC X(1)  VALUE "N".
               88  WS-END-OF-CHANGES           VALUE "Y".
           05  WS-OLD-GENERATED-SWITCH PIC X(1)  VALUE "N".
               88  WS-OLD-MASTER-GENERATED     VALUE "Y".
           05  WS-NEW-GENERATED-SWITCH PIC X(1)  VALUE "N".
               88  WS-NEW-MASTER-GENERATED     VALUE "Y".
           05  WS-OLD-TRAILER-SWITCH   PIC X(1)  VALUE "N".
               88  WS-OLD-TRAILER-SEEN         VALUE "Y".
           05  WS-NEW-TRAILER-SWITCH   PIC X(1)  VALUE "N".
               88  WS-NEW-TRAILER-SEEN         VALUE "Y".
           05  WS-CHANGE-TRAN-SWITCH   PIC X(1)  VALUE "N".
               88  WS-CHANGE-TRAN-PRESENT      VALUE "Y".
           05  WS-FIRST-RUN-SWITCH     PIC X(1)  VALUE "N".
               88  WS-FIRST-RUN                VALUE "Y".
           05  WS-ALREADY-CLOSED-SW    PIC X(1)  VALUE "N".
               88  WS-PERIOD-ALREADY-ON-FILE   VALUE "Y".
           05  WS-CLOSED-THIS-RUN-SW   PIC X(1)  VALUE "N".
               88  WS-CLOSED-AFTER-POSTING     VALUE "Y".
           05  WS-REFUSED-SWITCH       PIC X(1)  VALUE "N".
               88  WS-ACTIVITY-REFUSED         VALUE "Y".
           05  WS-PAIR-FOUND-SWITCH    PIC X(1)  VALUE "N".
               88  WS-PAIR-FOUND               VALUE "Y".
           05  WS-PROOF-SWITCH         PIC X(1)  VALUE "Y".
               88  WS-PROOF-FAILED             VALUE "N".
      *    Which stream the source step names.
           05  WS-SOURCE-STEP          PIC X(8)  VALUE SPACES.
               88  WS-SOURCE-MAINTENANCE       VALUE "TABMAINT".
               88  WS-SOURCE-ARCHIVAL          VALUE "MSTARCH".
               88  WS-SOURCE-BACKOUT           VALUE "MSTBKOUT".
               88  WS-SOURCE-VALID             VALUE "TABMAINT"
                                                     "MSTARCH"
                                                     "MSTBKOUT".

       01  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(60) VALUE SPACES.

      *    Balanced-line keys - HIGH-VALUES once the owning file is
      *    exhausted, so the walk drains whichever remains.
       01  WS-OLD-KEY                  PIC X(10) VALUE LOW-VALUES.
       01  WS-NEW-KEY                  PIC X(10) VALUE LOW-VALUES.
       01  WS-JOURNAL-KEY              PIC X(10) VALUE LOW-VALUES.
       01  WS-CHANGE-KEY               PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-OLD-KEY            PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-NEW-KEY            PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-JOURNAL-KEY        PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-CHANGE-KEY         PIC X(10) VALUE LOW-VALUES.
       01  WS-LOW-KEY                  PIC X(10) VALUE SPACES.

      *    The two images of the key being compared - a key absent
      *    from one master has spaces and a zero amount on that side.
       01  WS-KEY-ON-OLD               PIC X(1) VALUE "N".
       01  WS-KEY-ON-NEW               PIC X(1) VALUE "N".
       01  WS-KEY-JOURNALED            PIC X(1) VALUE "N".
       01  WS-KEY-MASS-CHANGED         PIC X(1) VALUE "N".
       01  WS-BEFORE-COMPANY           PIC X(3) VALUE SPACES.
       01  WS-BEFORE-STATUS            PIC X(2) VALUE SPACES.
       01  WS-BEFORE-AMOUNT            PIC S9(9)V99 VALUE 0.
       01  WS-AFTER-COMPANY            PIC X(3) VALUE SPACES.
       01  WS-AFTER-STATUS             PIC X(2) VALUE SPACES.
       01  WS-AFTER-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  WS-MOVEMENT                 PIC S9(10)V99 VALUE 0.

      *    Today's re-keys, from TRANFILE.
       01  WS-REKEY-AREA.
           05  WS-REKEY-COUNT          PIC 9(3) VALUE 0.
           05  WS-REKEY-TABLE OCCURS 500 TIMES.
               10  WS-RK-OLD-ID        PIC X(10).
               10  WS-RK-NEW-ID        PIC X(10).
       01  WS-REKEY-SUB                PIC 9(3) VALUE 0.
       01  WS-REKEY-MATCH              PIC X(1) VALUE "N".
           88  WS-KEY-REKEYED                  VALUE "Y".

      *    One row per company/status pair, in key order.  Each row
      *    carries the pair's balance on both masters and three
      *    rollforward buckets - 1 the open period to date, 2 the
      *    year to date, 3 today's step.
       01  WS-PAIR-AREA.
           05  WS-PAIR-COUNT           PIC 9(4) VALUE 0.
           05  WS-PAIR-TABLE OCCURS 1000 TIMES.
               10  WS-PR-KEY.
                   15  WS-PR-COMPANY   PIC X(3).
                   15  WS-PR-STATUS    PIC X(2).
               10  WS-PR-OLD-BALANCE   PIC S9(13)V99.
               10  WS-PR-NEW-BALANCE   PIC S9(13)V99.
               10  WS-PR-BUCKET OCCURS 3 TIMES.
                   15  WS-PB-OPENING   PIC S9(13)V99.
                   15  WS-PB-ADDS      PIC S9(13)V99.
                   15  WS-PB-DELETES   PIC S9(13)V99.
                   15  WS-PB-CHANGES   PIC S9(13)V99.
                   15  WS-PB-MASS      PIC S9(13)V99.
                   15  WS-PB-TRANSFERS PIC S9(13)V99.
                   15  WS-PB-ARCHIVED  PIC S9(13)V99.
                   15  WS-PB-BACKOUT   PIC S9(13)V99.
       01  WS-PAIR-SUB                 PIC 9(4) VALUE 0.
       01  WS-PAIR-SHIFT-SUB           PIC 9(4) VALUE 0.
       01  WS-SCOPE-SUB                PIC 9(1) VALUE 0.
       01  WS-LOOKUP-PAIR.
           05  WS-LOOKUP-COMPANY       PIC X(3) VALUE SPACES.
           05  WS-LOOKUP-STATUS        PIC X(2) VALUE SPACES.

      *    One posting into today's bucket - the column it lands in
      *    and the signed amount.
       01  WS-POST-COLUMN              PIC X(2) VALUE SPACES.
           88  WS-POST-ADDS                    VALUE "AD".
           88  WS-POST-DELETES                 VALUE "DL".
           88  WS-POST-CHANGES                 VALUE "CH".
           88  WS-POST-MASS                    VALUE "MC".
           88  WS-POST-TRANSFERS               VALUE "TR".
           88  WS-POST-ARCHIVED                VALUE "AR".
           88  WS-POST-BACKOUT                 VALUE "BO".
       01  WS-POST-AMOUNT              PIC S9(13)V99 VALUE 0.

      *    The accumulator's own view of where it stands.
       01  WS-OPEN-PERIOD              PIC 9(6) VALUE 0.
       01  WS-OPEN-PERIOD-PARTS REDEFINES WS-OPEN-PERIOD.
           05  WS-OPEN-YYYY            PIC 9(4).
           05  WS-OPEN-MM              PIC 9(2).
       01  WS-YEAR-START-PERIOD        PIC 9(6) VALUE 0.
       01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START-PERIOD.
           05  WS-YEAR-START-YYYY      PIC 9(4).
           05  WS-YEAR-START-MM        PIC 9(2).
       01  WS-THROUGH-GENERATION       PIC 9(5) VALUE 0.
       01  WS-THROUGH-DATE             PIC 9(8) VALUE 0.
       01  WS-LAST-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-RUN-PERIOD               PIC 9(6) VALUE 0.

      *    Last business day of the open period.
       01  WS-PERIOD-END-DATE          PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
           05  WS-PERIOD-END-YYYY      PIC 9(4).
           05  WS-PERIOD-END-MM        PIC 9(2).
           05  WS-PERIOD-END-DD        PIC 9(2).
       01  WS-NEXT-MONTH-DATE          PIC 9(8) VALUE 0.
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NEXT-MONTH-YYYY      PIC 9(4).
           05  WS-NEXT-MONTH-MM        PIC 9(2).
           05  WS-NEXT-MONTH-DD        PIC 9(2).
       01  WS-DAY-INTEGER              PIC 9(8) VALUE 0.
       01  WS-WEEKDAY                  PIC 9(1) VALUE 0.
       01  WS-BUSINESS-DAY-SW          PIC X(1) VALUE "N".
           88  WS-BUSINESS-DAY-FOUND           VALUE "Y".

      *    The snapshot being frozen by a close.
       01  WS-SNAP-FROM                PIC X(1) VALUE SPACE.
           88  WS-SNAP-FROM-OLD                VALUE "O".
           88  WS-SNAP-FROM-NEW                VALUE "N".
       01  WS-SNAP-DATE                PIC 9(8) VALUE 0.
       01  WS-SNAP-GENERATION          PIC 9(5) VALUE 0.
       01  WS-SNAP-COUNT               PIC 9(5) VALUE 0.
       01  WS-SNAP-CHECKSUM            PIC S9(15)V99 VALUE 0.
       01  WS-SNAP-TRAILER-CHECKSUM    PIC S9(15)V99 VALUE 0.
       01  WS-CLOSE-TYPE               PIC X(1) VALUE SPACE.
       01  WS-CLOSED-PERIOD            PIC 9(6) VALUE 0.
       01  WS-CLOSED-PERIOD-PARTS REDEFINES WS-CLOSED-PERIOD.
           05  WS-CLOSED-YYYY          PIC 9(4).
           05  WS-CLOSED-MM            PIC 9(2).
       01  WS-CLOSE-COUNT              PIC 9(1) VALUE 0.
      *    Exactly "SN" + the closed period YYYYMM, no padding -
      *    ASSIGN TO a dynamic filename item takes the field's full
      *    content.
       01  WS-SNAPSHOT-FILENAME        PIC X(8) VALUE SPACES.

       01  WS-OLD-GENERATION           PIC 9(5) VALUE 0.
       01  WS-NEW-GENERATION           PIC 9(5) VALUE 0.
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
       01  WS-CHANGE-READ-COUNT        PIC 9(5) VALUE 0.
       01  WS-ADD-COUNT                PIC 9(5) VALUE 0.
       01  WS-DELETE-COUNT             PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE 0.
       01  WS-MASS-COUNT               PIC 9(5) VALUE 0.
       01  WS-TRANSFER-COUNT           PIC 9(5) VALUE 0.
       01  WS-ARCHIVED-COUNT           PIC 9(5) VALUE 0.
       01  WS-BACKOUT-COUNT            PIC 9(5) VALUE 0.
       01  WS-UNJOURNALED-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNEXPECTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-PROOF-FAIL-COUNT         PIC 9(4) VALUE 0.

      *    Rollforward totals - one pair's line, the company being
      *    printed, and the whole file.
       01  WS-CLOSING                  PIC S9(15)V99 VALUE 0.
       01  WS-EXPECTED-BALANCE         PIC S9(15)V99 VALUE 0.
       01  WS-COMPANY-TOTALS.
           05  WS-CT-OPENING           PIC S9(15)V99.
           05  WS-CT-ADDS              PIC S9(15)V99.
           05  WS-CT-DELETES           PIC S9(15)V99.
           05  WS-CT-CHANGES           PIC S9(15)V99.
           05  WS-CT-MASS              PIC S9(15)V99.
           05  WS-CT-TRANSFERS         PIC S9(15)V99.
           05  WS-CT-ARCHIVED          PIC S9(15)V99.
           05  WS-CT-BACKOUT           PIC S9(15)V99.
           05  WS-CT-CLOSING           PIC S9(15)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GT-OPENING           PIC S9(15)V99.
           05  WS-GT-ADDS              PIC S9(15)V99.
           05  WS-GT-DELETES           PIC S9(15)V99.
           05  WS-GT-CHANGES           PIC S9(15)V99.
           05  WS-GT-MASS              PIC S9(15)V99.
           05  WS-GT-TRANSFERS         PIC S9(15)V99.
           05  WS-GT-ARCHIVED          PIC S9(15)V99.
           05  WS-GT-BACKOUT           PIC S9(15)V99.
           05  WS-GT-CLOSING           PIC S9(15)V99.
       01  WS-BREAK-COMPANY            PIC X(3) VALUE SPACES.
       01  WS-ROLL-TITLE               PIC X(60) VALUE SPACES.

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

      *    Accumulator records, built and taken apart here.
       01  WS-ACTIVITY-CONTROL.
           05  AC-REC-TYPE             PIC X(2).
           05  AC-OPEN-PERIOD          PIC 9(6).
           05  AC-THROUGH-GENERATION   PIC 9(5).
           05  AC-LAST-RUN-DATE        PIC 9(8).
           05  AC-YEAR-START-PERIOD    PIC 9(6).
           05  AC-THROUGH-DATE         PIC 9(8).
           05  FILLER                  PIC X(95).
       01  WS-ACTIVITY-BUCKET REDEFINES WS-ACTIVITY-CONTROL.
           05  AB-REC-TYPE             PIC X(2).
           05  AB-COMPANY              PIC X(3).
           05  AB-STATUS               PIC X(2).
           05  AB-SCOPE                PIC X(1).
           05  AB-OPENING              PIC S9(13)V99.
           05  AB-ADDS                 PIC S9(13)V99.
           05  AB-DELETES              PIC S9(13)V99.
           05  AB-CHANGES              PIC S9(13)V99.
           05  AB-MASS                 PIC S9(13)V99.
           05  AB-TRANSFERS            PIC S9(13)V99.
           05  AB-ARCHIVED             PIC S9(13)V99.
           05  AB-BACKOUT              PIC S9(13)V99.
           05  FILLER                  PIC X(2).

      *    One rollforward line - six bytes of pair, then nine
      *    amount columns of one space and thirteen print positions.
       01  WS-ROLL-LINE.
           05  RL-COMPANY              PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-STATUS               PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-OPENING              PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-ADDS                 PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-DELETES              PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-CHANGES              PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-MASS                 PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-TRANSFERS            PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-ARCHIVED             PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-BACKOUT              PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-CLOSING              PIC -(9)9.99.

       01  WS-AMOUNT-DISPLAY           PIC -(14)9.99.
       01  WS-SECOND-AMOUNT-DISPLAY    PIC -(14)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1500-READ-PARM-CARDS
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1700-LOAD-SHOP-CALENDAR
           PERFORM 1800-LOAD-REKEYS
           PERFORM 1600-READ-OLD-MASTER-HEADER
           PERFORM 1650-READ-NEW-MASTER-HEADER
           PERFORM 1900-VERIFY-GENERATIONS
           PERFORM 2000-LOAD-PERIOD-ACTIVITY
           PERFORM 3100-READ-OLD-MASTER-RECORD
           PERFORM 3200-READ-NEW-MASTER-RECORD
           PERFORM 3300-READ-JOURNAL-RECORD
           PERFORM 3350-READ-CHANGE-TRAN-RECORD
           PERFORM 3000-COMPARE-MASTERS
           PERFORM 6500-VERIFY-MASTER-TRAILERS
           PERFORM 4500-REFUSE-UNEXPLAINED-ACTIVITY
           PERFORM 4100-ESTABLISH-OPENING
           PERFORM 4200-PROVE-AGAINST-OLD-MASTER
           PERFORM 4300-CLOSE-OVERDUE-PERIOD
           PERFORM 5000-POST-TODAYS-MOVEMENTS
           PERFORM 4400-PROVE-AGAINST-NEW-MASTER
           PERFORM 4600-CLOSE-PERIOD-IF-DUE
           PERFORM 7000-WRITE-PERIOD-ACTIVITY
           PERFORM 8000-PRINT-DAY-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.  The SOURCE card is read
      *    first because it decides which step this run is.
       0100-RECORD-STEP-START.
           EVALUATE TRUE
               WHEN WS-SOURCE-ARCHIVAL
                   MOVE "PERCLARC" TO CS-STEP-NAME
               WHEN WS-SOURCE-BACKOUT
                   MOVE "PERCLBKO" TO CS-STEP-NAME
               WHEN OTHER
                   MOVE "PERCLOSE" TO CS-STEP-NAME
           END-EVALUATE
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "PERCLOSE: REFUSED BY CYCLE CONTROL - SEE "
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
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-MASTER-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN OLDMAST, STATUS="
                   WS-OLD-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NEW-MASTER-FILE
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN NEWMAST, STATUS="
                   WS-NEW-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    As in GLPOST, the journal is what says which keys moved -
      *    without it every master difference would be a guess.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN MNTJRNL, STATUS="
                   WS-JOURNAL-STATUS " - CANNOT ROLL FORWARD "
                   "WITHOUT THE JOURNAL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACTIVITY-NEW-FILE
           IF WS-ACTIVITY-NEW-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN PERACTO, STATUS="
                   WS-ACTIVITY-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN PERRPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN ALTPER, STATUS="
                   WS-ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ALERT-RECORD
           MOVE "PERCLOSE" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           PERFORM 1100-PRINT-PAGE-HEADER.

       1100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/"
                   WS-RUN-YYYY "   PERIOD ROLLFORWARD REGISTER   PAGE "
                   WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *    Which step's movement is being rolled decides how every
      *    difference is read, so a missing SOURCE card is an abend.
       1500-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN PERPARM, STATUS="
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
           IF NOT WS-SOURCE-VALID
               DISPLAY "PERCLOSE: NO VALID SOURCE CARD SUPPLIED - "
                   "RUN ABORTED"
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
                   WHEN "SOURCE"
                       MOVE WS-PARM-VALUE(1:8) TO WS-SOURCE-STEP
                       IF NOT WS-SOURCE-VALID
                           OR WS-PARM-VALUE(9:52) NOT = SPACES
                           DISPLAY "PERCLOSE: SOURCE MUST BE "
                               "TABMAINT, MSTARCH, OR MSTBKOUT ON "
                               "CARD: " PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "PERCLOSE: UNRECOGNIZED PARAMETER "
                           "CARD: " PARM-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       1600-READ-OLD-MASTER-HEADER.
           READ OLD-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
           END-READ
           IF WS-END-OF-OLD-MASTER
               DISPLAY "PERCLOSE: OLDMAST IS EMPTY - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT OH-IS-HEADER
               DISPLAY "PERCLOSE: OLDMAST DOES NOT LEAD WITH AN HD "
                   "HEADER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
               DISPLAY "PERCLOSE: NEWMAST IS EMPTY - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT NH-IS-HEADER
               DISPLAY "PERCLOSE: NEWMAST DOES NOT LEAD WITH AN HD "
                   "HEADER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NH-GENERATION IS NUMERIC
               MOVE NH-GENERATION TO WS-NEW-GENERATION
               IF WS-NEW-GENERATION > 0
                   SET WS-NEW-MASTER-GENERATED TO TRUE
               END-IF
           END-IF.

      *    Mirrors 1700-LOAD-SHOP-CALENDAR in MNTHOLD - keep the two
      *    in step.  A missing SHOPCAL means only Saturdays and
      *    Sundays are skipped when finding the period's last
      *    business day.
       1700-LOAD-SHOP-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "PERCLOSE: NO SHOPCAL FILE - PERIOD CLOSES ON "
                   "ITS LAST WEEKDAY"
           ELSE
               IF WS-CALENDAR-STATUS NOT = "00"
                   DISPLAY "PERCLOSE: UNABLE TO OPEN SHOPCAL, "
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
               DISPLAY "PERCLOSE: " WS-CALENDAR-COUNT
                   " NON-PROCESSING DAY(S) LOADED FROM SHOPCAL"
           END-IF.

       1710-STORE-ONE-CALENDAR-DAY.
           IF CALENDAR-RECORD = SPACES
               CONTINUE
           ELSE
               IF CD-DATE IS NOT NUMERIC
                   DISPLAY "PERCLOSE: NON-NUMERIC DATE ON SHOPCAL "
                       "RECORD: " CALENDAR-RECORD(1:39)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-CALENDAR-COUNT >= 2000
                   DISPLAY "PERCLOSE: MORE THAN 2000 NON-PROCESSING "
                       "DAY(S) ON SHOPCAL - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CALENDAR-COUNT
               MOVE CD-DATE TO WS-CALENDAR-DAY(WS-CALENDAR-COUNT)
           END-IF.

      *    The open period's last business day - its last calendar
      *    day, walked back over Saturdays, Sundays, and SHOPCAL
      *    non-processing days.  INTEGER-OF-DATE day 1 is a Monday,
      *    so MOD(integer - 1, 7) gives 0-4 for Monday-Friday, as in
      *    1760-COUNT-BUSINESS-DAYS in MNTHOLD.
       1750-FIND-PERIOD-END-DATE.
           MOVE WS-OPEN-YYYY TO WS-NEXT-MONTH-YYYY
           MOVE WS-OPEN-MM TO WS-NEXT-MONTH-MM
           MOVE 1 TO WS-NEXT-MONTH-DD
           IF WS-NEXT-MONTH-MM = 12
               ADD 1 TO WS-NEXT-MONTH-YYYY
               MOVE 1 TO WS-NEXT-MONTH-MM
           ELSE
               ADD 1 TO WS-NEXT-MONTH-MM
           END-IF
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
           MOVE "N" TO WS-BUSINESS-DAY-SW
           PERFORM UNTIL WS-BUSINESS-DAY-FOUND
               COMPUTE WS-PERIOD-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-DAY-INTEGER - 1, 7)
               IF WS-WEEKDAY < 5
                   MOVE "N" TO WS-NONPROC-SWITCH
                   PERFORM VARYING WS-CALENDAR-SUB FROM 1 BY 1
                           UNTIL WS-CALENDAR-SUB > WS-CALENDAR-COUNT
                               OR WS-DAY-NON-PROCESSING
                       IF WS-CALENDAR-DAY(WS-CALENDAR-SUB) =
                               WS-PERIOD-END-DATE
                           SET WS-DAY-NON-PROCESSING TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-DAY-NON-PROCESSING
                       SET WS-BUSINESS-DAY-FOUND TO TRUE
                   END-IF
               END-IF
               IF NOT WS-BUSINESS-DAY-FOUND
                   SUBTRACT 1 FROM WS-DAY-INTEGER
               END-IF
           END-PERFORM.

      *    Only a maintenance day can re-key.  No TRANFILE simply
      *    means no re-key is recognized - a renumbered id then
      *    rolls as a delete and an add, which still balances.
       1800-LOAD-REKEYS.
           IF WS-SOURCE-MAINTENANCE
               OPEN INPUT TRAN-FILE
               IF WS-TRAN-STATUS = "35"
                   DISPLAY "PERCLOSE: NO TRANFILE - RE-KEYS ROLL AS "
                       "DELETES AND ADDS"
               ELSE
                   IF WS-TRAN-STATUS NOT = "00"
                       DISPLAY "PERCLOSE: UNABLE TO OPEN TRANFILE, "
                           "STATUS=" WS-TRAN-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "N" TO WS-TRAN-EOF
                   PERFORM UNTIL WS-TRAN-EOF = "Y"
                       READ TRAN-FILE
                           AT END
                               MOVE "Y" TO WS-TRAN-EOF
                           NOT AT END
                               IF TX-REKEY
                                   PERFORM 1850-STORE-ONE-REKEY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRAN-FILE
               END-IF
               OPEN INPUT CHANGE-TRAN-FILE
               IF WS-CHANGE-TRAN-STATUS = "35"
                   DISPLAY "PERCLOSE: NO CHGTRANS FILE - NO MASS "
                       "CHANGES TODAY"
               ELSE
                   IF WS-CHANGE-TRAN-STATUS NOT = "00"
                       DISPLAY "PERCLOSE: UNABLE TO OPEN CHGTRANS, "
                           "STATUS=" WS-CHANGE-TRAN-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-CHANGE-TRAN-PRESENT TO TRUE
               END-IF
           END-IF.

       1850-STORE-ONE-REKEY.
           IF WS-REKEY-COUNT >= 500
               DISPLAY "PERCLOSE: MORE THAN 500 RE-KEY(S) ON "
                   "TRANFILE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REKEY-COUNT
           MOVE TX-ID-FIELD TO WS-RK-OLD-ID(WS-REKEY-COUNT)
           MOVE TX-NEW-ID-FIELD TO WS-RK-NEW-ID(WS-REKEY-COUNT).

      *    The two masters must be exactly the step apart - one
      *    generation on for maintenance and archival, one back for
      *    a backout.  Anything else means the wrong pair is pointed.
       1900-VERIFY-GENERATIONS.
           IF WS-NEW-MASTER-GENERATED
               IF (WS-SOURCE-BACKOUT
                       AND WS-NEW-GENERATION + 1 NOT =
                           WS-OLD-GENERATION)
                   OR (NOT WS-SOURCE-BACKOUT
                       AND WS-NEW-GENERATION NOT =
                           WS-OLD-GENERATION + 1)
                   DISPLAY "PERCLOSE: NEWMAST IS GENERATION "
                       WS-NEW-GENERATION " BUT OLDMAST IS GENERATION "
                       WS-OLD-GENERATION " - NOT ONE " WS-SOURCE-STEP
                       " RUN APART, RUN ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "GENX" TO AL-ALERT-CODE
                   STRING "OLDMAST " WS-OLD-GENERATION " AND NEWMAST "
                           WS-NEW-GENERATION " NOT ONE "
                           WS-SOURCE-STEP " RUN APART"
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "PERCLOSE: WARNING - NEWMAST CARRIES NO "
                   "GENERATION STAMP, GENERATION CHAIN NOT CHECKED"
           END-IF.

      *    A missing PERACTI means this is the first run - the
      *    period and the year both open today on OLDMAST's
      *    balances (set by 4100 once the walk has summed them).
      *    Otherwise the accumulator must have been rolled through
      *    exactly the master this step read.
       2000-LOAD-PERIOD-ACTIVITY.
           OPEN INPUT ACTIVITY-OLD-FILE
           IF WS-ACTIVITY-OLD-STATUS = "35"
               DISPLAY "PERCLOSE: NO PERACTI FILE - PERIOD AND YEAR "
                   "OPEN FROM THIS RUN'S OLDMAST"
               SET WS-FIRST-RUN TO TRUE
               MOVE WS-RUN-PERIOD TO WS-OPEN-PERIOD
               MOVE WS-RUN-PERIOD TO WS-YEAR-START-PERIOD
               MOVE WS-RUN-DATE TO WS-THROUGH-DATE
           ELSE
               IF WS-ACTIVITY-OLD-STATUS NOT = "00"
                   DISPLAY "PERCLOSE: UNABLE TO OPEN PERACTI, STATUS="
                       WS-ACTIVITY-OLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ ACTIVITY-OLD-FILE INTO WS-ACTIVITY-CONTROL
                   AT END
                       MOVE SPACES TO WS-ACTIVITY-CONTROL
               END-READ
               IF AC-REC-TYPE NOT = "PC"
                   OR AC-OPEN-PERIOD IS NOT NUMERIC
                   OR AC-THROUGH-GENERATION IS NOT NUMERIC
                   DISPLAY "PERCLOSE: PERACTI DOES NOT LEAD WITH ITS "
                       "PC CONTROL RECORD - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE AC-OPEN-PERIOD TO WS-OPEN-PERIOD
               MOVE AC-THROUGH-GENERATION TO WS-THROUGH-GENERATION
               MOVE AC-LAST-RUN-DATE TO WS-LAST-RUN-DATE
               MOVE AC-YEAR-START-PERIOD TO WS-YEAR-START-PERIOD
               MOVE AC-THROUGH-DATE TO WS-THROUGH-DATE
               MOVE "N" TO WS-ACTIVITY-EOF
               PERFORM UNTIL WS-ACTIVITY-EOF = "Y"
                   READ ACTIVITY-OLD-FILE INTO WS-ACTIVITY-BUCKET
                       AT END
                           MOVE "Y" TO WS-ACTIVITY-EOF
                       NOT AT END
                           PERFORM 2050-STORE-ONE-BUCKET
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-OLD-FILE
               IF WS-OLD-MASTER-GENERATED
                   AND WS-THROUGH-GENERATION NOT = WS-OLD-GENERATION
                   DISPLAY "PERCLOSE: PERACTI IS ROLLED THROUGH "
                       "GENERATION " WS-THROUGH-GENERATION
                       " BUT OLDMAST IS GENERATION "
                       WS-OLD-GENERATION " - A MASTER STEP WAS "
                       "MISSED OR REPEATED, RUN ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "PERG" TO AL-ALERT-CODE
                   STRING "PERACTI ROLLED THROUGH GENERATION "
                           WS-THROUGH-GENERATION ", OLDMAST IS "
                           WS-OLD-GENERATION
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1750-FIND-PERIOD-END-DATE.

       2050-STORE-ONE-BUCKET.
           IF AB-REC-TYPE NOT = "PB"
               OR (AB-SCOPE NOT = "P" AND AB-SCOPE NOT = "Y")
               DISPLAY "PERCLOSE: UNRECOGNIZED PERACTI RECORD: "
                   WS-ACTIVITY-BUCKET(1:40)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AB-COMPANY TO WS-LOOKUP-COMPANY
           MOVE AB-STATUS TO WS-LOOKUP-STATUS
           PERFORM 4000-FIND-PAIR
           IF AB-SCOPE = "P"
               MOVE 1 TO WS-SCOPE-SUB
           ELSE
               MOVE 2 TO WS-SCOPE-SUB
           END-IF
           MOVE AB-OPENING TO WS-PB-OPENING(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE AB-ADDS TO WS-PB-ADDS(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE AB-DELETES TO WS-PB-DELETES(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE AB-CHANGES TO WS-PB-CHANGES(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE AB-MASS TO WS-PB-MASS(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE AB-TRANSFERS
               TO WS-PB-TRANSFERS(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE AB-ARCHIVED
               TO WS-PB-ARCHIVED(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE AB-BACKOUT TO WS-PB-BACKOUT(WS-PAIR-SUB, WS-SCOPE-SUB).

      *    Four-stream balanced-line walk in ascending key order.
      *    The two masters and the journal drive it; CHGTRANS only
      *    rides along to say which keys a mass change touched.
      *    Every key on either master is summed into its pair's
      *    balance; only journaled keys roll forward, and an
      *    unjournaled key whose images differ refuses the run.
       3000-COMPARE-MASTERS.
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
               PERFORM UNTIL WS-CHANGE-KEY >= WS-LOW-KEY
                   PERFORM 3350-READ-CHANGE-TRAN-RECORD
               END-PERFORM
               PERFORM 3400-CAPTURE-KEY-IMAGES
               IF WS-KEY-JOURNALED = "Y"
                   EVALUATE TRUE
                       WHEN WS-SOURCE-MAINTENANCE
                           PERFORM 3500-CLASSIFY-MAINTENANCE
                       WHEN WS-SOURCE-ARCHIVAL
                           PERFORM 3550-CLASSIFY-ARCHIVAL
                       WHEN OTHER
                           PERFORM 3600-CLASSIFY-BACKOUT
                   END-EVALUATE
               ELSE
                   PERFORM 3650-CHECK-UNTOUCHED-KEY
               END-IF
               IF WS-KEY-ON-OLD = "Y"
                   PERFORM 3100-READ-OLD-MASTER-RECORD
               END-IF
               IF WS-KEY-ON-NEW = "Y"
                   PERFORM 3200-READ-NEW-MASTER-RECORD
               END-IF
               IF WS-KEY-JOURNALED = "Y"
                   PERFORM 3300-READ-JOURNAL-RECORD
               END-IF
           END-PERFORM.

       3100-READ-OLD-MASTER-RECORD.
           READ OLD-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-OLD-KEY
           END-READ
           IF NOT WS-END-OF-OLD-MASTER
               IF WS-OLD-MASTER-GENERATED
                   AND OLD-MASTER-RECORD(1:2) = "TR"
                   PERFORM 3150-CAPTURE-OLD-TRAILER
               ELSE
                   ADD 1 TO WS-OLD-READ-COUNT
                   IF OM-AMOUNT-FIELD IS NUMERIC
                       ADD OM-AMOUNT-FIELD TO WS-OLD-CHECKSUM
                   END-IF
                   MOVE WS-OLD-KEY TO WS-PRIOR-OLD-KEY
                   MOVE OM-ID-FIELD TO WS-OLD-KEY
                   IF WS-OLD-KEY <= WS-PRIOR-OLD-KEY
                       DISPLAY "PERCLOSE: OLDMAST KEY OUT OF "
                           "SEQUENCE AT " WS-OLD-KEY " - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       3150-CAPTURE-OLD-TRAILER.
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
               DISPLAY "PERCLOSE: RECORD(S) FOUND AFTER THE OLDMAST "
                   "TR TRAILER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3200-READ-NEW-MASTER-RECORD.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-NEW-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-NEW-KEY
           END-READ
           IF NOT WS-END-OF-NEW-MASTER
               IF WS-NEW-MASTER-GENERATED
                   AND NEW-MASTER-RECORD(1:2) = "TR"
                   PERFORM 3250-CAPTURE-NEW-TRAILER
               ELSE
                   ADD 1 TO WS-NEW-READ-COUNT
                   IF NM-AMOUNT-FIELD IS NUMERIC
                       ADD NM-AMOUNT-FIELD TO WS-NEW-CHECKSUM
                   END-IF
                   MOVE WS-NEW-KEY TO WS-PRIOR-NEW-KEY
                   MOVE NM-ID-FIELD TO WS-NEW-KEY
                   IF WS-NEW-KEY <= WS-PRIOR-NEW-KEY
                       DISPLAY "PERCLOSE: NEWMAST KEY OUT OF "
                           "SEQUENCE AT " WS-NEW-KEY " - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       3250-CAPTURE-NEW-TRAILER.
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
               DISPLAY "PERCLOSE: RECORD(S) FOUND AFTER THE NEWMAST "
                   "TR TRAILER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Mirrors 2300-READ-JOURNAL-RECORD in GLPOST - keep the two
      *    in step.
       3300-READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-JOURNAL-KEY
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ-COUNT
                   MOVE WS-JOURNAL-KEY TO WS-PRIOR-JOURNAL-KEY
                   MOVE JR-KEY TO WS-JOURNAL-KEY
                   IF WS-JOURNAL-KEY <= WS-PRIOR-JOURNAL-KEY
                       DISPLAY "PERCLOSE: MNTJRNL KEY OUT OF "
                           "SEQUENCE AT " WS-JOURNAL-KEY
                           " - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *    MASSCHG cuts CHGTRANS from the master in key order, one
      *    transaction per key.
       3350-READ-CHANGE-TRAN-RECORD.
           IF NOT WS-CHANGE-TRAN-PRESENT OR WS-END-OF-CHANGES
               MOVE "Y" TO WS-CHANGE-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-CHANGE-KEY
           ELSE
               READ CHANGE-TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-CHANGE-EOF-SWITCH
                       MOVE HIGH-VALUES TO WS-CHANGE-KEY
                   NOT AT END
                       ADD 1 TO WS-CHANGE-READ-COUNT
                       MOVE WS-CHANGE-KEY TO WS-PRIOR-CHANGE-KEY
                       MOVE CT-RECORD-DATA(1:10) TO WS-CHANGE-KEY
                       IF WS-CHANGE-KEY < WS-PRIOR-CHANGE-KEY
                           DISPLAY "PERCLOSE: CHGTRANS KEY OUT OF "
                               "SEQUENCE AT " WS-CHANGE-KEY
                               " - RUN ABORTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-IF.

      *    Lifts the low key's image off each master that carries
      *    it and sums it into the pair's balance on that master; a
      *    non-numeric amount counts as zero, the same way the
      *    trailer checksum skips it.
       3400-CAPTURE-KEY-IMAGES.
           MOVE "N" TO WS-KEY-ON-OLD
           MOVE "N" TO WS-KEY-ON-NEW
           MOVE "N" TO WS-KEY-JOURNALED
           MOVE "N" TO WS-KEY-MASS-CHANGED
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
               MOVE WS-BEFORE-COMPANY TO WS-LOOKUP-COMPANY
               MOVE WS-BEFORE-STATUS TO WS-LOOKUP-STATUS
               PERFORM 4000-FIND-PAIR
               ADD WS-BEFORE-AMOUNT TO WS-PR-OLD-BALANCE(WS-PAIR-SUB)
           END-IF
           IF WS-NEW-KEY = WS-LOW-KEY
               MOVE "Y" TO WS-KEY-ON-NEW
               MOVE NM-COMPANY-CODE TO WS-AFTER-COMPANY
               MOVE NM-STATUS-CODE TO WS-AFTER-STATUS
               IF NM-AMOUNT-FIELD IS NUMERIC
                   MOVE NM-AMOUNT-FIELD TO WS-AFTER-AMOUNT
               END-IF
               MOVE WS-AFTER-COMPANY TO WS-LOOKUP-COMPANY
               MOVE WS-AFTER-STATUS TO WS-LOOKUP-STATUS
               PERFORM 4000-FIND-PAIR
               ADD WS-AFTER-AMOUNT TO WS-PR-NEW-BALANCE(WS-PAIR-SUB)
           END-IF
           IF WS-JOURNAL-KEY = WS-LOW-KEY
               MOVE "Y" TO WS-KEY-JOURNALED
           END-IF
           IF WS-CHANGE-KEY = WS-LOW-KEY
               MOVE "Y" TO WS-KEY-MASS-CHANGED
           END-IF
           COMPUTE WS-MOVEMENT = WS-AFTER-AMOUNT - WS-BEFORE-AMOUNT.

      *    A maintenance day's key, classified as GLPOST classifies
      *    it - a new key is an add, a vanished key a delete, and a
      *    kept key's company or status move carries its old amount
      *    across as a transfer before any amount change lands on
      *    the pair it now sits in.  The two halves of a re-key are
      *    transfers too, so a renumbered id neither adds nor
      *    deletes anything.
       3500-CLASSIFY-MAINTENANCE.
           EVALUATE TRUE
               WHEN WS-KEY-ON-OLD = "N" AND WS-KEY-ON-NEW = "N"
                   CONTINUE
               WHEN WS-KEY-ON-OLD = "N"
                   PERFORM 3700-FIND-REKEY
                   IF WS-KEY-REKEYED
                       ADD 1 TO WS-TRANSFER-COUNT
                       SET WS-POST-TRANSFERS TO TRUE
                   ELSE
                       ADD 1 TO WS-ADD-COUNT
                       SET WS-POST-ADDS TO TRUE
                   END-IF
                   MOVE WS-AFTER-COMPANY TO WS-LOOKUP-COMPANY
                   MOVE WS-AFTER-STATUS TO WS-LOOKUP-STATUS
                   MOVE WS-AFTER-AMOUNT TO WS-POST-AMOUNT
                   PERFORM 3800-POST-TO-PAIR
               WHEN WS-KEY-ON-NEW = "N"
                   PERFORM 3700-FIND-REKEY
                   MOVE WS-BEFORE-COMPANY TO WS-LOOKUP-COMPANY
                   MOVE WS-BEFORE-STATUS TO WS-LOOKUP-STATUS
                   IF WS-KEY-REKEYED
                       SET WS-POST-TRANSFERS TO TRUE
                       COMPUTE WS-POST-AMOUNT = 0 - WS-BEFORE-AMOUNT
                   ELSE
                       ADD 1 TO WS-DELETE-COUNT
                       SET WS-POST-DELETES TO TRUE
                       MOVE WS-BEFORE-AMOUNT TO WS-POST-AMOUNT
                   END-IF
                   PERFORM 3800-POST-TO-PAIR
               WHEN OTHER
                   IF WS-BEFORE-COMPANY NOT = WS-AFTER-COMPANY
                       OR WS-BEFORE-STATUS NOT = WS-AFTER-STATUS
                       ADD 1 TO WS-TRANSFER-COUNT
                       SET WS-POST-TRANSFERS TO TRUE
                       MOVE WS-BEFORE-COMPANY TO WS-LOOKUP-COMPANY
                       MOVE WS-BEFORE-STATUS TO WS-LOOKUP-STATUS
                       COMPUTE WS-POST-AMOUNT = 0 - WS-BEFORE-AMOUNT
                       PERFORM 3800-POST-TO-PAIR
                       SET WS-POST-TRANSFERS TO TRUE
                       MOVE WS-AFTER-COMPANY TO WS-LOOKUP-COMPANY
                       MOVE WS-AFTER-STATUS TO WS-LOOKUP-STATUS
                       MOVE WS-BEFORE-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 3800-POST-TO-PAIR
                   END-IF
                   IF WS-MOVEMENT NOT = 0
                       IF WS-KEY-MASS-CHANGED = "Y"
                           ADD 1 TO WS-MASS-COUNT
                           SET WS-POST-MASS TO TRUE
                       ELSE
                           ADD 1 TO WS-CHANGE-COUNT
                           SET WS-POST-CHANGES TO TRUE
                       END-IF
                       MOVE WS-AFTER-COMPANY TO WS-LOOKUP-COMPANY
                       MOVE WS-AFTER-STATUS TO WS-LOOKUP-STATUS
                       MOVE WS-MOVEMENT TO WS-POST-AMOUNT
                       PERFORM 3800-POST-TO-PAIR
                   END-IF
           END-EVALUATE.

      *    An archival run only ever takes keys off the master - any
      *    other difference is not archival and refuses the run.
       3550-CLASSIFY-ARCHIVAL.
           IF WS-KEY-ON-OLD = "Y" AND WS-KEY-ON-NEW = "N"
               ADD 1 TO WS-ARCHIVED-COUNT
               SET WS-POST-ARCHIVED TO TRUE
               MOVE WS-BEFORE-COMPANY TO WS-LOOKUP-COMPANY
               MOVE WS-BEFORE-STATUS TO WS-LOOKUP-STATUS
               MOVE WS-BEFORE-AMOUNT TO WS-POST-AMOUNT
               PERFORM 3800-POST-TO-PAIR
           ELSE
               IF WS-KEY-ON-OLD NOT = WS-KEY-ON-NEW
                   OR OLD-MASTER-RECORD NOT = NEW-MASTER-RECORD
                   ADD 1 TO WS-UNEXPECTED-COUNT
                   SET WS-ACTIVITY-REFUSED TO TRUE
                   DISPLAY "PERCLOSE: KEY " WS-LOW-KEY " CHANGED BY "
                       "AN ARCHIVAL RUN OTHER THAN BY REMOVAL"
                   SET AL-SEV-ERROR TO TRUE
                   MOVE "PERU" TO AL-ALERT-CODE
                   MOVE WS-LOW-KEY TO AL-KEY
                   MOVE "ARCHIVAL CHANGED A KEY OTHER THAN BY REMOVAL"
                       TO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
               END-IF
           END-IF.

      *    A backout puts the prior master back - whatever it moves
      *    rolls as backed out, out of the pair the key leaves and
      *    into the pair it returns to.
       3600-CLASSIFY-BACKOUT.
           IF WS-KEY-ON-OLD NOT = WS-KEY-ON-NEW
               OR OLD-MASTER-RECORD NOT = NEW-MASTER-RECORD
               ADD 1 TO WS-BACKOUT-COUNT
               IF WS-KEY-ON-OLD = "Y"
                   SET WS-POST-BACKOUT TO TRUE
                   MOVE WS-BEFORE-COMPANY TO WS-LOOKUP-COMPANY
                   MOVE WS-BEFORE-STATUS TO WS-LOOKUP-STATUS
                   COMPUTE WS-POST-AMOUNT = 0 - WS-BEFORE-AMOUNT
                   PERFORM 3800-POST-TO-PAIR
               END-IF
               IF WS-KEY-ON-NEW = "Y"
                   SET WS-POST-BACKOUT TO TRUE
                   MOVE WS-AFTER-COMPANY TO WS-LOOKUP-COMPANY
                   MOVE WS-AFTER-STATUS TO WS-LOOKUP-STATUS
                   MOVE WS-AFTER-AMOUNT TO WS-POST-AMOUNT
                   PERFORM 3800-POST-TO-PAIR
               END-IF
           END-IF.

      *    Mirrors 2700-CHECK-UNTOUCHED-KEY in GLPOST - a difference
      *    the journal does not explain cannot be rolled on trust.
       3650-CHECK-UNTOUCHED-KEY.
           IF WS-KEY-ON-OLD NOT = WS-KEY-ON-NEW
               OR (WS-KEY-ON-OLD = "Y"
                   AND OLD-MASTER-RECORD NOT = NEW-MASTER-RECORD)
               ADD 1 TO WS-UNJOURNALED-COUNT
               SET WS-ACTIVITY-REFUSED TO TRUE
               DISPLAY "PERCLOSE: KEY " WS-LOW-KEY " DIFFERS BETWEEN "
                   "OLDMAST AND NEWMAST BUT IS NOT ON MNTJRNL"
               SET AL-SEV-ERROR TO TRUE
               MOVE "PERU" TO AL-ALERT-CODE
               MOVE WS-LOW-KEY TO AL-KEY
               MOVE "MASTER CHANGED WITHOUT A MNTJRNL RECORD"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
           END-IF.

      *    Whether the low key is either end of one of today's
      *    re-keys.
       3700-FIND-REKEY.
           MOVE "N" TO WS-REKEY-MATCH
           PERFORM VARYING WS-REKEY-SUB FROM 1 BY 1
                   UNTIL WS-REKEY-SUB > WS-REKEY-COUNT
                       OR WS-KEY-REKEYED
               IF WS-RK-OLD-ID(WS-REKEY-SUB) = WS-LOW-KEY
                   OR WS-RK-NEW-ID(WS-REKEY-SUB) = WS-LOW-KEY
                   SET WS-KEY-REKEYED TO TRUE
               END-IF
           END-PERFORM.

      *    Adds WS-POST-AMOUNT to column WS-POST-COLUMN of today's
      *    bucket for the lookup pair.
       3800-POST-TO-PAIR.
           PERFORM 4000-FIND-PAIR
           EVALUATE TRUE
               WHEN WS-POST-ADDS
                   ADD WS-POST-AMOUNT TO WS-PB-ADDS(WS-PAIR-SUB, 3)
               WHEN WS-POST-DELETES
                   ADD WS-POST-AMOUNT TO WS-PB-DELETES(WS-PAIR-SUB, 3)
               WHEN WS-POST-CHANGES
                   ADD WS-POST-AMOUNT TO WS-PB-CHANGES(WS-PAIR-SUB, 3)
               WHEN WS-POST-MASS
                   ADD WS-POST-AMOUNT TO WS-PB-MASS(WS-PAIR-SUB, 3)
               WHEN WS-POST-TRANSFERS
                   ADD WS-POST-AMOUNT
                       TO WS-PB-TRANSFERS(WS-PAIR-SUB, 3)
               WHEN WS-POST-ARCHIVED
                   ADD WS-POST-AMOUNT
                       TO WS-PB-ARCHIVED(WS-PAIR-SUB, 3)
               WHEN WS-POST-BACKOUT
                   ADD WS-POST-AMOUNT TO WS-PB-BACKOUT(WS-PAIR-SUB, 3)
           END-EVALUATE.

      *    Finds the row for WS-LOOKUP-PAIR, or inserts a zeroed one
      *    in key order.  Mirrors 4000-ACCUMULATE-POSTING in GLPOST.
       4000-FIND-PAIR.
           MOVE "N" TO WS-PAIR-FOUND-SWITCH
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                       OR WS-PR-KEY(WS-PAIR-SUB) >= WS-LOOKUP-PAIR
               CONTINUE
           END-PERFORM
           IF WS-PAIR-SUB <= WS-PAIR-COUNT
               IF WS-PR-KEY(WS-PAIR-SUB) = WS-LOOKUP-PAIR
                   SET WS-PAIR-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-PAIR-FOUND
               IF WS-PAIR-COUNT >= 1000
                   DISPLAY "PERCLOSE: MORE THAN 1000 COMPANY/STATUS "
                       "PAIRS - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PAIR-SHIFT-SUB FROM WS-PAIR-COUNT
                       BY -1 UNTIL WS-PAIR-SHIFT-SUB < WS-PAIR-SUB
                   MOVE WS-PAIR-TABLE(WS-PAIR-SHIFT-SUB)
                       TO WS-PAIR-TABLE(WS-PAIR-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-LOOKUP-PAIR TO WS-PR-KEY(WS-PAIR-SUB)
               MOVE 0 TO WS-PR-OLD-BALANCE(WS-PAIR-SUB)
               MOVE 0 TO WS-PR-NEW-BALANCE(WS-PAIR-SUB)
               PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
                       UNTIL WS-SCOPE-SUB > 3
                   PERFORM 4050-ZERO-BUCKET
                   MOVE 0 TO WS-PB-OPENING(WS-PAIR-SUB, WS-SCOPE-SUB)
               END-PERFORM
           END-IF.

       4050-ZERO-BUCKET.
           MOVE 0 TO WS-PB-ADDS(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE 0 TO WS-PB-DELETES(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE 0 TO WS-PB-CHANGES(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE 0 TO WS-PB-MASS(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE 0 TO WS-PB-TRANSFERS(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE 0 TO WS-PB-ARCHIVED(WS-PAIR-SUB, WS-SCOPE-SUB)
           MOVE 0 TO WS-PB-BACKOUT(WS-PAIR-SUB, WS-SCOPE-SUB).

      *    First run only - the period and the year open on OLDMAST.
       4100-ESTABLISH-OPENING.
           IF WS-FIRST-RUN
               PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                       UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                   MOVE WS-PR-OLD-BALANCE(WS-PAIR-SUB)
                       TO WS-PB-OPENING(WS-PAIR-SUB, 1)
                   MOVE WS-PR-OLD-BALANCE(WS-PAIR-SUB)
                       TO WS-PB-OPENING(WS-PAIR-SUB, 2)
               END-PERFORM
           END-IF.

      *    Before today is rolled in, the period to date must land
      *    exactly on OLDMAST pair by pair - the accumulator and the
      *    master it was last proved against are the same state.
       4200-PROVE-AGAINST-OLD-MASTER.
           MOVE "Y" TO WS-PROOF-SWITCH
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               MOVE 1 TO WS-SCOPE-SUB
               PERFORM 4900-COMPUTE-CLOSING
               MOVE WS-PR-OLD-BALANCE(WS-PAIR-SUB)
                   TO WS-EXPECTED-BALANCE
               PERFORM 4950-CHECK-PAIR-PROOF
           END-PERFORM
           IF WS-PROOF-FAILED
               DISPLAY "PERCLOSE: PERIOD TO DATE DOES NOT LAND ON "
                   "OLDMAST - " WS-PROOF-FAIL-COUNT " PAIR(S) OFF, "
                   "RUN ABORTED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "PERX" TO AL-ALERT-CODE
               MOVE "PERIOD TO DATE DOES NOT AGREE WITH OLDMAST"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A period whose close day passed without a close (the run
      *    failed, or the cycle did not run) is closed now, late,
      *    from OLDMAST - the master exactly as that period left it
      *    - before any of today's movement is rolled in.
       4300-CLOSE-OVERDUE-PERIOD.
           PERFORM UNTIL WS-OPEN-PERIOD >= WS-RUN-PERIOD
               DISPLAY "PERCLOSE: PERIOD " WS-OPEN-MM "/"
                   WS-OPEN-YYYY " WAS NOT CLOSED ON ITS LAST "
                   "BUSINESS DAY - CLOSING IT LATE FROM OLDMAST"
               SET AL-SEV-WARNING TO TRUE
               MOVE "PERL" TO AL-ALERT-CODE
               STRING "PERIOD " WS-OPEN-MM "/" WS-OPEN-YYYY
                       " CLOSED LATE FROM OLDMAST"
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               SET WS-SNAP-FROM-OLD TO TRUE
               MOVE "L" TO WS-CLOSE-TYPE
               MOVE WS-THROUGH-DATE TO WS-SNAP-DATE
               MOVE WS-OLD-GENERATION TO WS-SNAP-GENERATION
               IF WS-OLD-TRAILER-SEEN
                   MOVE WS-OLD-TRAILER-CHECKSUM
                       TO WS-SNAP-TRAILER-CHECKSUM
               ELSE
                   MOVE WS-OLD-CHECKSUM TO WS-SNAP-TRAILER-CHECKSUM
               END-IF
               PERFORM 6000-CLOSE-PERIOD
           END-PERFORM.

      *    After today is rolled in, the period to date must land
      *    exactly on NEWMAST - the day's proof, and what a close
      *    then proves against the trailer checksum.
       4400-PROVE-AGAINST-NEW-MASTER.
           MOVE "Y" TO WS-PROOF-SWITCH
           MOVE 0 TO WS-PROOF-FAIL-COUNT
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               MOVE 1 TO WS-SCOPE-SUB
               PERFORM 4900-COMPUTE-CLOSING
               MOVE WS-PR-NEW-BALANCE(WS-PAIR-SUB)
                   TO WS-EXPECTED-BALANCE
               PERFORM 4950-CHECK-PAIR-PROOF
           END-PERFORM
           IF WS-PROOF-FAILED
               DISPLAY "PERCLOSE: PERIOD TO DATE DOES NOT LAND ON "
                   "NEWMAST - " WS-PROOF-FAIL-COUNT " PAIR(S) OFF, "
                   "RUN ABORTED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "PERX" TO AL-ALERT-CODE
               MOVE "PERIOD TO DATE DOES NOT AGREE WITH NEWMAST"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Movement the step cannot account for would bend the
      *    period's figures, so nothing is rolled - PERACTO is left
      *    empty and the prior accumulator stands.
       4500-REFUSE-UNEXPLAINED-ACTIVITY.
           IF WS-ACTIVITY-REFUSED
               DISPLAY "PERCLOSE: " WS-UNJOURNALED-COUNT
                   " UNJOURNALED AND " WS-UNEXPECTED-COUNT
                   " UNEXPECTED DIFFERENCE(S) - NOTHING ROLLED, "
                   "RUN ABORTED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "PERX" TO AL-ALERT-CODE
               MOVE "UNEXPLAINED MASTER MOVEMENT - NOTHING ROLLED"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The close rides the last business day's maintenance run -
      *    NEWMAST is then the master the period ends on.
       4600-CLOSE-PERIOD-IF-DUE.
           IF WS-SOURCE-MAINTENANCE
               AND WS-OPEN-PERIOD = WS-RUN-PERIOD
               AND WS-RUN-DATE >= WS-PERIOD-END-DATE
               SET WS-SNAP-FROM-NEW TO TRUE
               MOVE "N" TO WS-CLOSE-TYPE
               MOVE WS-RUN-DATE TO WS-SNAP-DATE
               MOVE WS-NEW-GENERATION TO WS-SNAP-GENERATION
               IF WS-NEW-TRAILER-SEEN
                   MOVE WS-NEW-TRAILER-CHECKSUM
                       TO WS-SNAP-TRAILER-CHECKSUM
               ELSE
                   MOVE WS-NEW-CHECKSUM TO WS-SNAP-TRAILER-CHECKSUM
               END-IF
               PERFORM 6000-CLOSE-PERIOD
               SET WS-CLOSED-AFTER-POSTING TO TRUE
           END-IF.

      *    Closing for pair WS-PAIR-SUB in bucket WS-SCOPE-SUB.
       4900-COMPUTE-CLOSING.
           COMPUTE WS-CLOSING =
               WS-PB-OPENING(WS-PAIR-SUB, WS-SCOPE-SUB)
               + WS-PB-ADDS(WS-PAIR-SUB, WS-SCOPE-SUB)
               - WS-PB-DELETES(WS-PAIR-SUB, WS-SCOPE-SUB)
               + WS-PB-CHANGES(WS-PAIR-SUB, WS-SCOPE-SUB)
               + WS-PB-MASS(WS-PAIR-SUB, WS-SCOPE-SUB)
               + WS-PB-TRANSFERS(WS-PAIR-SUB, WS-SCOPE-SUB)
               - WS-PB-ARCHIVED(WS-PAIR-SUB, WS-SCOPE-SUB)
               + WS-PB-BACKOUT(WS-PAIR-SUB, WS-SCOPE-SUB).

       4950-CHECK-PAIR-PROOF.
           IF WS-CLOSING NOT = WS-EXPECTED-BALANCE
               MOVE "N" TO WS-PROOF-SWITCH
               ADD 1 TO WS-PROOF-FAIL-COUNT
               MOVE WS-CLOSING TO WS-AMOUNT-DISPLAY
               MOVE WS-EXPECTED-BALANCE TO WS-SECOND-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  ** COMPANY " WS-PR-COMPANY(WS-PAIR-SUB)
                       " STATUS " WS-PR-STATUS(WS-PAIR-SUB)
                       " ROLLS TO " WS-AMOUNT-DISPLAY
                       " BUT THE MASTER HOLDS "
                       WS-SECOND-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
           END-IF.

      *    Today's bucket rolls into the period and the year.
       5000-POST-TODAYS-MOVEMENTS.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
                       UNTIL WS-SCOPE-SUB > 2
                   ADD WS-PB-ADDS(WS-PAIR-SUB, 3)
                       TO WS-PB-ADDS(WS-PAIR-SUB, WS-SCOPE-SUB)
                   ADD WS-PB-DELETES(WS-PAIR-SUB, 3)
                       TO WS-PB-DELETES(WS-PAIR-SUB, WS-SCOPE-SUB)
                   ADD WS-PB-CHANGES(WS-PAIR-SUB, 3)
                       TO WS-PB-CHANGES(WS-PAIR-SUB, WS-SCOPE-SUB)
                   ADD WS-PB-MASS(WS-PAIR-SUB, 3)
                       TO WS-PB-MASS(WS-PAIR-SUB, WS-SCOPE-SUB)
                   ADD WS-PB-TRANSFERS(WS-PAIR-SUB, 3)
                       TO WS-PB-TRANSFERS(WS-PAIR-SUB, WS-SCOPE-SUB)
                   ADD WS-PB-ARCHIVED(WS-PAIR-SUB, 3)
                       TO WS-PB-ARCHIVED(WS-PAIR-SUB, WS-SCOPE-SUB)
                   ADD WS-PB-BACKOUT(WS-PAIR-SUB, 3)
                       TO WS-PB-BACKOUT(WS-PAIR-SUB, WS-SCOPE-SUB)
               END-PERFORM
           END-PERFORM
           MOVE WS-NEW-GENERATION TO WS-THROUGH-GENERATION
           MOVE WS-RUN-DATE TO WS-THROUGH-DATE.

      *    Prints the period's rollforward (and the year's at a
      *    December close), proves the closing figure against the
      *    snapshot master's trailer checksum, freezes the snapshot,
      *    records the close, and opens the next period on the
      *    closing balances.  Nothing is frozen or recorded unless
      *    the proof holds.
       6000-CLOSE-PERIOD.
           MOVE WS-OPEN-PERIOD TO WS-CLOSED-PERIOD
           PERFORM 1950-CHECK-PERIOD-ON-FILE
           MOVE SPACES TO WS-ROLL-TITLE
           STRING "PERIOD CLOSE ROLLFORWARD - PERIOD " WS-CLOSED-MM
                   "/" WS-CLOSED-YYYY
               DELIMITED BY SIZE INTO WS-ROLL-TITLE
           MOVE 1 TO WS-SCOPE-SUB
           PERFORM 6100-PRINT-ROLLFORWARD
           MOVE WS-GT-CLOSING TO WS-AMOUNT-DISPLAY
           MOVE WS-SNAP-TRAILER-CHECKSUM TO WS-SECOND-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-GT-CLOSING NOT = WS-SNAP-TRAILER-CHECKSUM
               STRING "  ** CLOSING " WS-AMOUNT-DISPLAY
                       " DOES NOT AGREE WITH THE SNAPSHOT TR "
                       "CHECKSUM " WS-SECOND-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               DISPLAY "PERCLOSE: PERIOD " WS-CLOSED-MM "/"
                   WS-CLOSED-YYYY " CLOSING DOES NOT AGREE WITH THE "
                   "SNAPSHOT TRAILER CHECKSUM - PERIOD NOT CLOSED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "PERX" TO AL-ALERT-CODE
               MOVE "PERIOD CLOSING DISAGREES WITH TR CHECKSUM"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "  CLOSING " WS-AMOUNT-DISPLAY
                   " PROVED AGAINST THE SNAPSHOT TR CHECKSUM "
                   WS-SECOND-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           IF WS-CLOSED-MM = 12
               MOVE SPACES TO WS-ROLL-TITLE
               STRING "YEAR-END ROLLFORWARD - YEAR " WS-CLOSED-YYYY
                       " FROM PERIOD " WS-YEAR-START-MM "/"
                       WS-YEAR-START-YYYY
                   DELIMITED BY SIZE INTO WS-ROLL-TITLE
               MOVE 2 TO WS-SCOPE-SUB
               PERFORM 6100-PRINT-ROLLFORWARD
           END-IF
           PERFORM 6200-WRITE-SNAPSHOT
           PERFORM 6300-RECORD-CLOSED-PERIOD
           PERFORM 6400-OPEN-NEXT-PERIOD.

      *    The closing figure of every pair in bucket WS-SCOPE-SUB,
      *    company by company, with a total for each company and the
      *    whole master.
       6100-PRINT-ROLLFORWARD.
           IF WS-LINE-COUNT > 0
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-ROLL-TITLE DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  CLOSING = OPENING + ADDS - DELETES + CHANGES + "
                   "MASS CHG + TRANSFERS - ARCHIVED + BACKED OUT"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "CO" TO REPORT-LINE(1:2)
           MOVE "ST" TO REPORT-LINE(5:2)
           MOVE "OPENING" TO REPORT-LINE(14:7)
           MOVE "ADDS" TO REPORT-LINE(31:4)
           MOVE "DELETES" TO REPORT-LINE(42:7)
           MOVE "CHANGES" TO REPORT-LINE(56:7)
           MOVE "MASS CHG" TO REPORT-LINE(69:8)
           MOVE "TRANSFERS" TO REPORT-LINE(82:9)
           MOVE "ARCHIVED" TO REPORT-LINE(97:8)
           MOVE "BACKED OUT" TO REPORT-LINE(109:10)
           MOVE "CLOSING" TO REPORT-LINE(126:7)
           PERFORM 7500-WRITE-REPORT-LINE
           INITIALIZE WS-GRAND-TOTALS
           INITIALIZE WS-COMPANY-TOTALS
           MOVE SPACES TO WS-BREAK-COMPANY
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               IF WS-PR-COMPANY(WS-PAIR-SUB) NOT = WS-BREAK-COMPANY
                   AND WS-PAIR-SUB > 1
                   PERFORM 6160-PRINT-COMPANY-TOTAL
               END-IF
               MOVE WS-PR-COMPANY(WS-PAIR-SUB) TO WS-BREAK-COMPANY
               PERFORM 6150-PRINT-PAIR-LINE
           END-PERFORM
           IF WS-PAIR-COUNT > 0
               PERFORM 6160-PRINT-COMPANY-TOTAL
           END-IF
           MOVE SPACES TO WS-ROLL-LINE
           MOVE "ALL" TO RL-COMPANY
           MOVE "**" TO RL-STATUS
           MOVE WS-GT-OPENING TO RL-OPENING
           MOVE WS-GT-ADDS TO RL-ADDS
           MOVE WS-GT-DELETES TO RL-DELETES
           MOVE WS-GT-CHANGES TO RL-CHANGES
           MOVE WS-GT-MASS TO RL-MASS
           MOVE WS-GT-TRANSFERS TO RL-TRANSFERS
           MOVE WS-GT-ARCHIVED TO RL-ARCHIVED
           MOVE WS-GT-BACKOUT TO RL-BACKOUT
           MOVE WS-GT-CLOSING TO RL-CLOSING
           MOVE WS-ROLL-LINE TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE.

       6150-PRINT-PAIR-LINE.
           PERFORM 4900-COMPUTE-CLOSING
           MOVE SPACES TO WS-ROLL-LINE
           MOVE WS-PR-COMPANY(WS-PAIR-SUB) TO RL-COMPANY
           MOVE WS-PR-STATUS(WS-PAIR-SUB) TO RL-STATUS
           MOVE WS-PB-OPENING(WS-PAIR-SUB, WS-SCOPE-SUB) TO RL-OPENING
           MOVE WS-PB-ADDS(WS-PAIR-SUB, WS-SCOPE-SUB) TO RL-ADDS
           MOVE WS-PB-DELETES(WS-PAIR-SUB, WS-SCOPE-SUB) TO RL-DELETES
           MOVE WS-PB-CHANGES(WS-PAIR-SUB, WS-SCOPE-SUB) TO RL-CHANGES
           MOVE WS-PB-MASS(WS-PAIR-SUB, WS-SCOPE-SUB) TO RL-MASS
           MOVE WS-PB-TRANSFERS(WS-PAIR-SUB, WS-SCOPE-SUB)
               TO RL-TRANSFERS
           MOVE WS-PB-ARCHIVED(WS-PAIR-SUB, WS-SCOPE-SUB)
               TO RL-ARCHIVED
           MOVE WS-PB-BACKOUT(WS-PAIR-SUB, WS-SCOPE-SUB) TO RL-BACKOUT
           MOVE WS-CLOSING TO RL-CLOSING
           MOVE WS-ROLL-LINE TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           ADD WS-PB-OPENING(WS-PAIR-SUB, WS-SCOPE-SUB)
               TO WS-CT-OPENING
           ADD WS-PB-ADDS(WS-PAIR-SUB, WS-SCOPE-SUB) TO WS-CT-ADDS
           ADD WS-PB-DELETES(WS-PAIR-SUB, WS-SCOPE-SUB)
               TO WS-CT-DELETES
           ADD WS-PB-CHANGES(WS-PAIR-SUB, WS-SCOPE-SUB)
               TO WS-CT-CHANGES
           ADD WS-PB-MASS(WS-PAIR-SUB, WS-SCOPE-SUB) TO WS-CT-MASS
           ADD WS-PB-TRANSFERS(WS-PAIR-SUB, WS-SCOPE-SUB)
               TO WS-CT-TRANSFERS
           ADD WS-PB-ARCHIVED(WS-PAIR-SUB, WS-SCOPE-SUB)
               TO WS-CT-ARCHIVED
           ADD WS-PB-BACKOUT(WS-PAIR-SUB, WS-SCOPE-SUB)
               TO WS-CT-BACKOUT
           ADD WS-CLOSING TO WS-CT-CLOSING.

       6160-PRINT-COMPANY-TOTAL.
           MOVE SPACES TO WS-ROLL-LINE
           MOVE WS-BREAK-COMPANY TO RL-COMPANY
           MOVE "**" TO RL-STATUS
           MOVE WS-CT-OPENING TO RL-OPENING
           MOVE WS-CT-ADDS TO RL-ADDS
           MOVE WS-CT-DELETES TO RL-DELETES
           MOVE WS-CT-CHANGES TO RL-CHANGES
           MOVE WS-CT-MASS TO RL-MASS
           MOVE WS-CT-TRANSFERS TO RL-TRANSFERS
           MOVE WS-CT-ARCHIVED TO RL-ARCHIVED
           MOVE WS-CT-BACKOUT TO RL-BACKOUT
           MOVE WS-CT-CLOSING TO RL-CLOSING
           MOVE WS-ROLL-LINE TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           ADD WS-CT-OPENING TO WS-GT-OPENING
           ADD WS-CT-ADDS TO WS-GT-ADDS
           ADD WS-CT-DELETES TO WS-GT-DELETES
           ADD WS-CT-CHANGES TO WS-GT-CHANGES
           ADD WS-CT-MASS TO WS-GT-MASS
           ADD WS-CT-TRANSFERS TO WS-GT-TRANSFERS
           ADD WS-CT-ARCHIVED TO WS-GT-ARCHIVED
           ADD WS-CT-BACKOUT TO WS-GT-BACKOUT
           ADD WS-CT-CLOSING TO WS-GT-CLOSING
           INITIALIZE WS-COMPANY-TOTALS.

      *    The snapshot is the chosen master copied record for
      *    record, its header stamped with the snapshot date, and its
      *    copy proved against its own trailer as it is written.
       6200-WRITE-SNAPSHOT.
           MOVE SPACES TO WS-SNAPSHOT-FILENAME
           STRING "SN" WS-CLOSED-PERIOD
               DELIMITED BY SIZE INTO WS-SNAPSHOT-FILENAME
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN "
                   WS-SNAPSHOT-FILENAME ", STATUS=" WS-SNAPSHOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-SNAP-COUNT
           MOVE 0 TO WS-SNAP-CHECKSUM
           IF WS-SNAP-FROM-OLD
               CLOSE OLD-MASTER-FILE
               OPEN INPUT OLD-MASTER-FILE
               MOVE "N" TO WS-SNAP-EOF
               PERFORM UNTIL WS-SNAP-EOF = "Y"
                   READ OLD-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-SNAP-EOF
                       NOT AT END
                           MOVE OLD-MASTER-RECORD TO SNAPSHOT-RECORD
                           PERFORM 6250-WRITE-SNAPSHOT-RECORD
                   END-READ
               END-PERFORM
           ELSE
               CLOSE NEW-MASTER-FILE
               OPEN INPUT NEW-MASTER-FILE
               MOVE "N" TO WS-SNAP-EOF
               PERFORM UNTIL WS-SNAP-EOF = "Y"
                   READ NEW-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-SNAP-EOF
                       NOT AT END
                           MOVE NEW-MASTER-RECORD TO SNAPSHOT-RECORD
                           PERFORM 6250-WRITE-SNAPSHOT-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SNAPSHOT-FILE
           IF WS-SNAP-CHECKSUM NOT = WS-SNAP-TRAILER-CHECKSUM
               DISPLAY "PERCLOSE: " WS-SNAPSHOT-FILENAME " COPY "
                   "DOES NOT AGREE WITH ITS TRAILER CHECKSUM - "
                   "PERIOD NOT CLOSED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "PERX" TO AL-ALERT-CODE
               STRING WS-SNAPSHOT-FILENAME " SNAPSHOT COPY DISAGREES "
                       "WITH ITS TR CHECKSUM"
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       6250-WRITE-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN SH-REC-TYPE = "HD"
                   MOVE WS-SNAP-DATE TO SH-SNAPSHOT-DATE
               WHEN SH-REC-TYPE = "TR" AND WS-SNAP-GENERATION > 0
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-SNAP-COUNT
                   IF SM-AMOUNT-FIELD IS NUMERIC
                       ADD SM-AMOUNT-FIELD TO WS-SNAP-CHECKSUM
                   END-IF
           END-EVALUATE
           WRITE SNAPSHOT-RECORD.

      *    A re-run of a close already on the register re-freezes
      *    the snapshot but does not record the period twice.
       6300-RECORD-CLOSED-PERIOD.
           IF WS-PERIOD-ALREADY-ON-FILE
               DISPLAY "PERCLOSE: PERIOD " WS-CLOSED-MM "/"
                   WS-CLOSED-YYYY " IS ALREADY ON PERCLSD - NOT "
                   "RECORDED AGAIN"
           ELSE
               OPEN EXTEND CLOSED-PERIOD-FILE
               IF WS-CLOSED-PERIOD-STATUS = "35"
                   OPEN OUTPUT CLOSED-PERIOD-FILE
               END-IF
               IF WS-CLOSED-PERIOD-STATUS NOT = "00"
                   DISPLAY "PERCLOSE: UNABLE TO OPEN PERCLSD, STATUS="
                       WS-CLOSED-PERIOD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO CLOSED-PERIOD-RECORD
               MOVE WS-CLOSED-PERIOD TO CP-PERIOD
               MOVE WS-SNAP-DATE TO CP-SNAPSHOT-DATE
               MOVE WS-RUN-DATE TO CP-CLOSE-RUN-DATE
               MOVE WS-SNAP-GENERATION TO CP-GENERATION
               MOVE WS-SNAP-COUNT TO CP-RECORD-COUNT
               MOVE WS-SNAP-CHECKSUM TO CP-CHECKSUM
               MOVE WS-CLOSE-TYPE TO CP-CLOSE-TYPE
               WRITE CLOSED-PERIOD-RECORD
               CLOSE CLOSED-PERIOD-FILE
           END-IF
           ADD 1 TO WS-CLOSE-COUNT
           MOVE WS-SNAP-DATE TO WS-SHOW-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "  PERIOD " WS-CLOSED-MM "/" WS-CLOSED-YYYY
                   " CLOSED - " WS-SNAPSHOT-FILENAME " GENERATION "
                   WS-SNAP-GENERATION " DATED " WS-SHOW-MM "/"
                   WS-SHOW-DD "/" WS-SHOW-YYYY ", " WS-SNAP-COUNT
                   " RECORD(S)"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           DISPLAY "PERCLOSE: PERIOD " WS-CLOSED-MM "/"
               WS-CLOSED-YYYY " CLOSED, " WS-SNAPSHOT-FILENAME
               " GENERATION " WS-SNAP-GENERATION
           SET AL-SEV-INFO TO TRUE
           MOVE "PERC" TO AL-ALERT-CODE
           STRING "PERIOD " WS-CLOSED-MM "/" WS-CLOSED-YYYY
                   " CLOSED AND SNAPSHOT FROZEN"
               DELIMITED BY SIZE INTO AL-TEXT
           PERFORM 9500-WRITE-ALERT-RECORD.

      *    Closing becomes the next period's opening; the December
      *    close starts the year over the same way.
       6400-OPEN-NEXT-PERIOD.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               MOVE 1 TO WS-SCOPE-SUB
               PERFORM 4900-COMPUTE-CLOSING
               MOVE WS-CLOSING TO WS-PB-OPENING(WS-PAIR-SUB, 1)
               PERFORM 4050-ZERO-BUCKET
               IF WS-CLOSED-MM = 12
                   MOVE WS-CLOSING TO WS-PB-OPENING(WS-PAIR-SUB, 2)
                   MOVE 2 TO WS-SCOPE-SUB
                   PERFORM 4050-ZERO-BUCKET
               END-IF
           END-PERFORM
           IF WS-OPEN-MM = 12
               ADD 1 TO WS-OPEN-YYYY
               MOVE 1 TO WS-OPEN-MM
               MOVE WS-OPEN-PERIOD TO WS-YEAR-START-PERIOD
           ELSE
               ADD 1 TO WS-OPEN-MM
           END-IF
           PERFORM 1750-FIND-PERIOD-END-DATE.

      *    Whether the period being closed is already on the
      *    closed-period register - a missing PERCLSD means no
      *    period has been closed yet.
       1950-CHECK-PERIOD-ON-FILE.
           MOVE "N" TO WS-ALREADY-CLOSED-SW
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-CLOSED-PERIOD-STATUS = "00"
               MOVE "N" TO WS-CLOSED-PERIOD-EOF
               PERFORM UNTIL WS-CLOSED-PERIOD-EOF = "Y"
                   READ CLOSED-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-CLOSED-PERIOD-EOF
                       NOT AT END
                           IF CP-PERIOD = WS-CLOSED-PERIOD
                               SET WS-PERIOD-ALREADY-ON-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
           ELSE
               IF WS-CLOSED-PERIOD-STATUS NOT = "35"
                   DISPLAY "PERCLOSE: UNABLE TO OPEN PERCLSD, STATUS="
                       WS-CLOSED-PERIOD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Mirrors 6500-VERIFY-MASTER-TRAILERS in GLPOST - both
      *    masters' own framing is proved before anything is rolled.
       6500-VERIFY-MASTER-TRAILERS.
           IF WS-OLD-MASTER-GENERATED
               IF NOT WS-OLD-TRAILER-SEEN
                   OR WS-OLD-TRAILER-COUNT NOT = WS-OLD-READ-COUNT
                   OR WS-OLD-TRAILER-CHECKSUM NOT = WS-OLD-CHECKSUM
                   OR WS-OLD-TRAILER-GENERATION NOT =
                       WS-OLD-GENERATION
                   DISPLAY "PERCLOSE: OLDMAST TRAILER MISSING OR "
                       "DISAGREES WITH THE RECORDS READ - RUN ABORTED"
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
                   DISPLAY "PERCLOSE: NEWMAST TRAILER MISSING OR "
                       "DISAGREES WITH THE RECORDS READ - RUN ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "GENX" TO AL-ALERT-CODE
                   MOVE "NEWMAST TRAILER COUNT/CHECKSUM MISMATCH"
                       TO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       7000-WRITE-PERIOD-ACTIVITY.
           MOVE SPACES TO WS-ACTIVITY-CONTROL
           MOVE "PC" TO AC-REC-TYPE
           MOVE WS-OPEN-PERIOD TO AC-OPEN-PERIOD
           MOVE WS-THROUGH-GENERATION TO AC-THROUGH-GENERATION
           MOVE WS-RUN-DATE TO AC-LAST-RUN-DATE
           MOVE WS-YEAR-START-PERIOD TO AC-YEAR-START-PERIOD
           MOVE WS-THROUGH-DATE TO AC-THROUGH-DATE
           WRITE ACTIVITY-NEW-RECORD FROM WS-ACTIVITY-CONTROL
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
                       UNTIL WS-SCOPE-SUB > 2
                   PERFORM 7100-WRITE-ONE-BUCKET
               END-PERFORM
           END-PERFORM.

       7100-WRITE-ONE-BUCKET.
           MOVE SPACES TO WS-ACTIVITY-BUCKET
           MOVE "PB" TO AB-REC-TYPE
           MOVE WS-PR-COMPANY(WS-PAIR-SUB) TO AB-COMPANY
           MOVE WS-PR-STATUS(WS-PAIR-SUB) TO AB-STATUS
           IF WS-SCOPE-SUB = 1
               MOVE "P" TO AB-SCOPE
           ELSE
               MOVE "Y" TO AB-SCOPE
           END-IF
           MOVE WS-PB-OPENING(WS-PAIR-SUB, WS-SCOPE-SUB) TO AB-OPENING
           MOVE WS-PB-ADDS(WS-PAIR-SUB, WS-SCOPE-SUB) TO AB-ADDS
           MOVE WS-PB-DELETES(WS-PAIR-SUB, WS-SCOPE-SUB) TO AB-DELETES
           MOVE WS-PB-CHANGES(WS-PAIR-SUB, WS-SCOPE-SUB) TO AB-CHANGES
           MOVE WS-PB-MASS(WS-PAIR-SUB, WS-SCOPE-SUB) TO AB-MASS
           MOVE WS-PB-TRANSFERS(WS-PAIR-SUB, WS-SCOPE-SUB)
               TO AB-TRANSFERS
           MOVE WS-PB-ARCHIVED(WS-PAIR-SUB, WS-SCOPE-SUB)
               TO AB-ARCHIVED
           MOVE WS-PB-BACKOUT(WS-PAIR-SUB, WS-SCOPE-SUB) TO AB-BACKOUT
           WRITE ACTIVITY-NEW-RECORD FROM WS-ACTIVITY-BUCKET.

       7500-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

      *    The step just rolled, and - unless a close has just
      *    printed the whole period - the open period to date.
       8000-PRINT-DAY-SUMMARY.
           IF NOT WS-CLOSED-AFTER-POSTING
               MOVE SPACES TO WS-ROLL-TITLE
               STRING "PERIOD-TO-DATE ROLLFORWARD - PERIOD "
                       WS-OPEN-MM "/" WS-OPEN-YYYY " (OPEN)"
                   DELIMITED BY SIZE INTO WS-ROLL-TITLE
               MOVE 1 TO WS-SCOPE-SUB
               PERFORM 6100-PRINT-ROLLFORWARD
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SOURCE-STEP " STEP ROLLED - OLDMAST "
                   "GENERATION " WS-OLD-GENERATION " TO NEWMAST "
                   "GENERATION " WS-NEW-GENERATION ", "
                   WS-JOURNAL-READ-COUNT " KEY(S) JOURNALED"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ADDS " WS-ADD-COUNT "  DELETES " WS-DELETE-COUNT
                   "  CHANGES " WS-CHANGE-COUNT
                   "  MASS CHANGES " WS-MASS-COUNT
                   "  TRANSFERS " WS-TRANSFER-COUNT
                   "  ARCHIVED " WS-ARCHIVED-COUNT
                   "  BACKED OUT " WS-BACKOUT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE WS-PERIOD-END-DATE TO WS-SHOW-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "  PERIOD TO DATE PROVED AGAINST NEWMAST - OPEN "
                   "PERIOD " WS-OPEN-MM "/" WS-OPEN-YYYY
                   " CLOSES ON " WS-SHOW-MM "/" WS-SHOW-DD "/"
                   WS-SHOW-YYYY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE.

       9000-TERMINATE.
           CLOSE OLD-MASTER-FILE
           CLOSE NEW-MASTER-FILE
           CLOSE JOURNAL-FILE
           IF WS-CHANGE-TRAN-PRESENT
               CLOSE CHANGE-TRAN-FILE
           END-IF
           CLOSE ACTIVITY-NEW-FILE
           CLOSE REPORT-FILE
           DISPLAY "PERCLOSE: " WS-SOURCE-STEP " STEP ROLLED INTO "
               "PERIOD " WS-OPEN-MM "/" WS-OPEN-YYYY " - "
               WS-CLOSE-COUNT " PERIOD(S) CLOSED THIS RUN"
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
