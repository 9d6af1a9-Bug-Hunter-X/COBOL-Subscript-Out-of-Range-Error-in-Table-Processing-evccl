      ******************************************************************
      *    MSTLOAD
      *    Indexed master rebuild.  Loads the current master
      *    generation into MSTINDEX, an indexed copy keyed on the
      *    10-byte id with alternate keys (duplicates allowed) on the
      *    company code and the status code - the WS-COMPANY-CODE
      *    and WS-STATUS-CODE fields of WSTABLE.cpy - so MSTINQ can
      *    answer a question about one account, a run of keys, a
      *    company, or a status during the day without a pass of the
      *    sequential master and without touching the batch chain.
      *    Runs after every step that writes a new master
      *    generation, which the scheduler hands it as NEWMAST; the
      *    IDXPARM SOURCE card names the step:
      *        TABMAINT  the day's maintenance - its NEWMAST
      *        MSTARCH   an archival run - its LIVEMAST
      *        MSTBKOUT  a backout - its BAKMAST
      *    The master is proved in full before MSTINDEX is touched:
      *    it must lead with its HD, run in strictly ascending key
      *    order, and - when generated - close with a TR whose count,
      *    checksum, and generation agree with what was read and a
      *    generation GENCTL names as current.  A master that fails
      *    leaves the last good MSTINDEX standing and the run ends
      *    RC 16 with a FATAL alert, so the day's inquiries keep
      *    answering from the generation before.
      *    The rebuild replaces MSTINDEX outright.  Its control
      *    record - key LOW-VALUES, so it sorts ahead of every id on
      *    every key - carries the generation, record count,
      *    checksum, build date and time, and source step, and is
      *    written last: an index without one is a rebuild that did
      *    not finish, and MSTINQ refuses it.
      *    IDXPARM cards (keyword=value, blank cards ignored):
      *        SOURCE=TABMAINT|MSTARCH|MSTBKOUT   (required)
      *
      *    MSTINDEX record layout (80 bytes) - a master detail
      *    record exactly as NEWMAST carries it:
      *        COLS  1-10  ID (RECORD KEY)
      *        COLS 11-21  AMOUNT S9(9)V99
      *        COLS 22-29  EFFECTIVE DATE (YYYYMMDD)
      *        COLS 30-31  STATUS CODE (ALTERNATE KEY, DUPLICATES)
      *        COLS 32-34  COMPANY CODE (ALTERNATE KEY, DUPLICATES)
      *        COLS 35-80  (AS ON THE MASTER)
      *    MSTINDEX control record layout (80 bytes):
      *        COLS  1-10  LOW-VALUES
      *        COLS 11-15  MASTER GENERATION 9(5) (0 = UNGENERATED)
      *        COLS 16-20  RECORD COUNT 9(5)
      *        COLS 21-28  BUILD DATE (YYYYMMDD)
      *        COL   29    (SPACE)
      *        COLS 30-34  LOW-VALUES (THE ALTERNATE KEY COLUMNS)
      *        COLS 35-51  CHECKSUM S9(15)V99
      *        COLS 52-57  BUILD TIME (HHMMSS)
      *        COLS 58-65  SOURCE STEP
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).  It logs
      *    as MSTLOAD after TABMAINT, MSTLDARC after MSTARCH, and
      *    MSTLDBKO after MSTBKOUT, so the rebuild that follows each
      *    master generation is its own step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "IDXPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT NEW-MASTER-FILE
               ASSIGN TO "NEWMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-MASTER-STATUS.

           SELECT GENERATION-FILE
               ASSIGN TO "GENCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.

      *    The indexed copy of the master, rebuilt whole each run.
      *    Read by MSTINQ.
           SELECT INDEX-FILE
               ASSIGN TO "MSTINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-ID-FIELD
               ALTERNATE RECORD KEY IS MX-COMPANY-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MX-STATUS-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT LOAD-REPORT-FILE
               ASSIGN TO "IDXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    This run's machine-readable alerts, one fixed-layout
      *    record per exception raised, merged into the operations
      *    dashboard by OPSSUM.  Layout in ALERTREC.cpy.
           SELECT ALERT-FILE
               ASSIGN TO "ALTIDX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                 PIC X(80).

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
           05  FILLER                  PIC X(59).

       FD  GENERATION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GENERATION-RECORD.
           05  GC-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(75).

      *    Mirrors the MSTINDEX record in MSTINQ - keep the two in
      *    step.
       FD  INDEX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INDEX-RECORD.
           05  MX-ID-FIELD             PIC X(10).
           05  MX-AMOUNT-FIELD         PIC S9(9)V99.
           05  MX-EFF-DATE-FIELD       PIC X(8).
           05  MX-STATUS-CODE          PIC X(2).
           05  MX-COMPANY-CODE         PIC X(3).
           05  FILLER                  PIC X(46).

       01  INDEX-CONTROL-RECORD REDEFINES INDEX-RECORD.
           05  MC-CONTROL-KEY          PIC X(10).
           05  MC-GENERATION           PIC 9(5).
           05  MC-RECORD-COUNT         PIC 9(5).
           05  MC-BUILD-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  MC-ALTERNATE-KEYS       PIC X(5).
           05  MC-CHECKSUM             PIC S9(15)V99.
           05  MC-BUILD-TIME           PIC 9(6).
           05  MC-SOURCE-STEP          PIC X(8).
           05  FILLER                  PIC X(15).

       FD  LOAD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  LOAD-REPORT-LINE            PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY ALERTREC.
           COPY CYCLINK.

       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-NEW-MASTER-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-GENERATION-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-INDEX-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X(1)  VALUE "N".
           05  WS-MASTER-EOF-SWITCH    PIC X(1)  VALUE "N".
               88  WS-END-OF-MASTER            VALUE "Y".
           05  WS-MASTER-GENERATED-SW  PIC X(1)  VALUE "N".
               88  WS-MASTER-GENERATED         VALUE "Y".
           05  WS-TRAILER-SWITCH       PIC X(1)  VALUE "N".
               88  WS-TRAILER-SEEN             VALUE "Y".
           05  WS-GEN-FILE-SWITCH      PIC X(1)  VALUE "N".
               88  WS-GEN-FILE-PRESENT         VALUE "Y".
      *    Which step wrote the master being loaded.
           05  WS-SOURCE-STEP          PIC X(8)  VALUE SPACES.
               88  WS-SOURCE-MAINTENANCE       VALUE "TABMAINT".
               88  WS-SOURCE-ARCHIVAL          VALUE "MSTARCH".
               88  WS-SOURCE-BACKOUT           VALUE "MSTBKOUT".
               88  WS-SOURCE-VALID             VALUE "TABMAINT"
                                                     "MSTARCH"
                                                     "MSTBKOUT".

       01  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(60) VALUE SPACES.

       01  WS-MASTER-KEY               PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-MASTER-KEY         PIC X(10) VALUE LOW-VALUES.

       01  WS-NEW-GENERATION           PIC 9(5) VALUE 0.
       01  WS-CONTROL-GENERATION       PIC 9(5) VALUE 0.
       01  WS-EXPECTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-MASTER-READ-COUNT        PIC 9(5) VALUE 0.
       01  WS-MASTER-CHECKSUM          PIC S9(15)V99 VALUE 0.
       01  WS-TRAILER-COUNT            PIC 9(5) VALUE 0.
       01  WS-TRAILER-CHECKSUM         PIC S9(15)V99 VALUE 0.
       01  WS-TRAILER-GENERATION       PIC 9(5) VALUE 0.
       01  WS-LOADED-COUNT             PIC 9(5) VALUE 0.
       01  WS-LOADED-CHECKSUM          PIC S9(15)V99 VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(3) VALUE 0.

       01  WS-EDIT-CHECKSUM            PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).
       01  WS-RUN-TIME-FULL            PIC 9(8) VALUE 0.
       01  WS-RUN-TIME                 PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1500-READ-PARM-CARDS
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1600-READ-MASTER-HEADER
           PERFORM 1700-VERIFY-GENERATION
           PERFORM 2000-PROVE-MASTER
           PERFORM 6500-VERIFY-MASTER-TRAILER
           PERFORM 3000-LOAD-INDEX
           PERFORM 3500-WRITE-CONTROL-RECORD
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
                   MOVE "MSTLDARC" TO CS-STEP-NAME
               WHEN WS-SOURCE-BACKOUT
                   MOVE "MSTLDBKO" TO CS-STEP-NAME
               WHEN OTHER
                   MOVE "MSTLOAD" TO CS-STEP-NAME
           END-EVALUATE
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "MSTLOAD: REFUSED BY CYCLE CONTROL - SEE "
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
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
           OPEN INPUT NEW-MASTER-FILE
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "MSTLOAD: UNABLE TO OPEN NEWMAST, STATUS="
                   WS-NEW-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOAD-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "MSTLOAD: UNABLE TO OPEN IDXRPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "MSTLOAD: UNABLE TO OPEN ALTIDX, STATUS="
                   WS-ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ALERT-RECORD
           MOVE "MSTLOAD" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           PERFORM 1100-PRINT-PAGE-HEADER.

       1100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/"
                   WS-RUN-YYYY "   INDEXED MASTER REBUILD   PAGE "
                   WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *    Which step wrote the master decides the cycle step name,
      *    so a missing SOURCE card is an abend.  Mirrors
      *    1500-READ-PARM-CARDS in PERCLOSE.
       1500-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "MSTLOAD: UNABLE TO OPEN IDXPARM, STATUS="
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
               DISPLAY "MSTLOAD: NO VALID SOURCE CARD SUPPLIED - "
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
                           DISPLAY "MSTLOAD: SOURCE MUST BE "
                               "TABMAINT, MSTARCH, OR MSTBKOUT ON "
                               "CARD: " PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "MSTLOAD: UNRECOGNIZED PARAMETER "
                           "CARD: " PARM-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       1600-READ-MASTER-HEADER.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ
           IF WS-END-OF-MASTER OR NOT NH-IS-HEADER
               DISPLAY "MSTLOAD: NEWMAST DOES NOT LEAD WITH AN HD "
                   "HEADER - RUN ABORTED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "IDXF" TO AL-ALERT-CODE
               MOVE "NEWMAST HAS NO HD HEADER - MSTINDEX NOT REBUILT"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NH-RECORD-COUNT TO WS-EXPECTED-COUNT
           IF NH-GENERATION IS NUMERIC
               MOVE NH-GENERATION TO WS-NEW-GENERATION
               IF WS-NEW-GENERATION > 0
                   SET WS-MASTER-GENERATED TO TRUE
               END-IF
           END-IF
           IF NOT WS-MASTER-GENERATED
               DISPLAY "MSTLOAD: WARNING - NEWMAST CARRIES NO "
                   "GENERATION STAMP, MSTINDEX BUILT AS GENERATION 0"
           END-IF.

      *    The index must hold the master the chain says is current
      *    - mirrors 1700-VERIFY-GENERATION in MSTBKOUT.
       1700-VERIFY-GENERATION.
           IF NOT WS-MASTER-GENERATED
               CONTINUE
           ELSE
               OPEN INPUT GENERATION-FILE
               IF WS-GENERATION-STATUS = "35"
                   DISPLAY "MSTLOAD: NO GENCTL FILE - GENERATION "
                       "NOT VERIFIED AGAINST THE CONTROL"
               ELSE
                   IF WS-GENERATION-STATUS NOT = "00"
                       DISPLAY "MSTLOAD: UNABLE TO OPEN GENCTL, "
                           "STATUS=" WS-GENERATION-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-GEN-FILE-PRESENT TO TRUE
                   READ GENERATION-FILE
                       AT END
                           DISPLAY "MSTLOAD: GENCTL IS EMPTY - "
                               "RUN ABORTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-READ
                   IF GC-GENERATION IS NUMERIC
                       MOVE GC-GENERATION TO WS-CONTROL-GENERATION
                   END-IF
                   CLOSE GENERATION-FILE
                   IF WS-CONTROL-GENERATION NOT = WS-NEW-GENERATION
                       DISPLAY "MSTLOAD: NEWMAST IS GENERATION "
                           WS-NEW-GENERATION " BUT GENCTL SAYS THE "
                           "CURRENT GENERATION IS "
                           WS-CONTROL-GENERATION " - RUN ABORTED"
                       SET AL-SEV-FATAL TO TRUE
                       MOVE "GENX" TO AL-ALERT-CODE
                       STRING "NEWMAST GENERATION "
                               WS-NEW-GENERATION
                               " IS NOT THE CURRENT "
                               WS-CONTROL-GENERATION
                           DELIMITED BY SIZE INTO AL-TEXT
                       PERFORM 9500-WRITE-ALERT-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      *    First pass - the whole master is proved before the old
      *    index is replaced.
       2000-PROVE-MASTER.
           PERFORM UNTIL WS-END-OF-MASTER
               READ NEW-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   NOT AT END
                       IF WS-MASTER-GENERATED
                           AND NEW-MASTER-RECORD(1:2) = "TR"
                           PERFORM 2150-CAPTURE-MASTER-TRAILER
                       ELSE
                           PERFORM 2100-PROVE-MASTER-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEW-MASTER-FILE
           IF WS-EXPECTED-COUNT NOT = WS-MASTER-READ-COUNT
               DISPLAY "MSTLOAD: WARNING - NEWMAST HD COUNT "
                   WS-EXPECTED-COUNT " BUT " WS-MASTER-READ-COUNT
                   " RECORD(S) READ"
               SET AL-SEV-WARNING TO TRUE
               MOVE "IDXC" TO AL-ALERT-CODE
               STRING "NEWMAST HD COUNT " WS-EXPECTED-COUNT
                       " BUT " WS-MASTER-READ-COUNT " READ"
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

      *    The index takes one record per key, so the master must
      *    run strictly ascending - mirrors the sequence check in
      *    2100-READ-MASTER-RECORD in MSTBKOUT.
       2100-PROVE-MASTER-DETAIL.
           ADD 1 TO WS-MASTER-READ-COUNT
           IF NM-AMOUNT-FIELD IS NUMERIC
               ADD NM-AMOUNT-FIELD TO WS-MASTER-CHECKSUM
           END-IF
           MOVE WS-MASTER-KEY TO WS-PRIOR-MASTER-KEY
           MOVE NM-ID-FIELD TO WS-MASTER-KEY
           IF WS-MASTER-KEY <= WS-PRIOR-MASTER-KEY
               DISPLAY "MSTLOAD: NEWMAST KEY OUT OF SEQUENCE AT "
                   WS-MASTER-KEY " - RUN ABORTED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "IDXS" TO AL-ALERT-CODE
               MOVE WS-MASTER-KEY TO AL-KEY
               MOVE "NEWMAST KEY OUT OF SEQUENCE - NOT REBUILT"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2150-CAPTURE-MASTER-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           IF NT-RECORD-COUNT IS NUMERIC
               MOVE NT-RECORD-COUNT TO WS-TRAILER-COUNT
           END-IF
           IF NT-CHECKSUM IS NUMERIC
               MOVE NT-CHECKSUM TO WS-TRAILER-CHECKSUM
           END-IF
           IF NT-GENERATION IS NUMERIC
               MOVE NT-GENERATION TO WS-TRAILER-GENERATION
           END-IF
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ
           IF NOT WS-END-OF-MASTER
               DISPLAY "MSTLOAD: RECORD(S) FOUND AFTER THE "
                   "NEWMAST TR TRAILER - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Second pass - the proved master replaces the index.  The
      *    HD and TR are framing, not accounts, and are not loaded.
       3000-LOAD-INDEX.
           OPEN INPUT NEW-MASTER-FILE
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "MSTLOAD: UNABLE TO REOPEN NEWMAST, STATUS="
                   WS-NEW-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "MSTLOAD: UNABLE TO OPEN MSTINDEX, STATUS="
                   WS-INDEX-STATUS
               SET AL-SEV-FATAL TO TRUE
               MOVE "IDXW" TO AL-ALERT-CODE
               STRING "MSTINDEX WOULD NOT OPEN FOR REBUILD, STATUS "
                       WS-INDEX-STATUS
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-MASTER-EOF-SWITCH
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ
           PERFORM UNTIL WS-END-OF-MASTER
               READ NEW-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   NOT AT END
                       IF WS-MASTER-GENERATED
                           AND NEW-MASTER-RECORD(1:2) = "TR"
                           MOVE "Y" TO WS-MASTER-EOF-SWITCH
                       ELSE
                           PERFORM 3100-LOAD-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEW-MASTER-FILE.

       3100-LOAD-ONE-RECORD.
           MOVE NEW-MASTER-RECORD TO INDEX-RECORD
           WRITE INDEX-RECORD
               INVALID KEY
                   DISPLAY "MSTLOAD: UNABLE TO LOAD " MX-ID-FIELD
                       " TO MSTINDEX, STATUS=" WS-INDEX-STATUS
                       " - RUN ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "IDXW" TO AL-ALERT-CODE
                   MOVE MX-ID-FIELD TO AL-KEY
                   STRING "MSTINDEX WRITE FAILED, STATUS "
                           WS-INDEX-STATUS " - REBUILD INCOMPLETE"
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-LOADED-COUNT
           IF MX-AMOUNT-FIELD IS NUMERIC
               ADD MX-AMOUNT-FIELD TO WS-LOADED-CHECKSUM
           END-IF.

      *    Written last, so its presence is the proof the rebuild
      *    finished - MSTINQ will not answer from an index without
      *    it.
       3500-WRITE-CONTROL-RECORD.
           IF WS-LOADED-COUNT NOT = WS-MASTER-READ-COUNT
               OR WS-LOADED-CHECKSUM NOT = WS-MASTER-CHECKSUM
               DISPLAY "MSTLOAD: MSTINDEX LOADED " WS-LOADED-COUNT
                   " RECORD(S) BUT NEWMAST PROVED "
                   WS-MASTER-READ-COUNT " - RUN ABORTED"
               SET AL-SEV-FATAL TO TRUE
               MOVE "IDXW" TO AL-ALERT-CODE
               MOVE "MSTINDEX LOAD DISAGREES WITH NEWMAST PROOF"
                   TO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO INDEX-CONTROL-RECORD
           MOVE LOW-VALUES TO MC-CONTROL-KEY
           MOVE LOW-VALUES TO MC-ALTERNATE-KEYS
           MOVE WS-NEW-GENERATION TO MC-GENERATION
           MOVE WS-LOADED-COUNT TO MC-RECORD-COUNT
           MOVE WS-RUN-DATE TO MC-BUILD-DATE
           MOVE WS-LOADED-CHECKSUM TO MC-CHECKSUM
           MOVE WS-RUN-TIME TO MC-BUILD-TIME
           MOVE WS-SOURCE-STEP TO MC-SOURCE-STEP
           WRITE INDEX-RECORD
               INVALID KEY
                   DISPLAY "MSTLOAD: UNABLE TO WRITE THE MSTINDEX "
                       "CONTROL RECORD, STATUS=" WS-INDEX-STATUS
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "IDXW" TO AL-ALERT-CODE
                   MOVE "MSTINDEX CONTROL RECORD NOT WRITTEN"
                       TO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           CLOSE INDEX-FILE.

      *    NEWMAST's own framing is proved before the index is
      *    replaced - mirrors 6500-VERIFY-NEW-MASTER-TRAILER in
      *    MSTBKOUT.
       6500-VERIFY-MASTER-TRAILER.
           IF WS-MASTER-GENERATED
               IF NOT WS-TRAILER-SEEN
                   DISPLAY "MSTLOAD: NEWMAST IS GENERATION "
                       WS-NEW-GENERATION " BUT HAS NO TR TRAILER "
                       "- RUN ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "GENX" TO AL-ALERT-CODE
                   MOVE "NEWMAST HAS NO TR TRAILER" TO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-TRAILER-COUNT NOT = WS-MASTER-READ-COUNT
                   OR WS-TRAILER-CHECKSUM NOT = WS-MASTER-CHECKSUM
                   OR WS-TRAILER-GENERATION NOT = WS-NEW-GENERATION
                   DISPLAY "MSTLOAD: NEWMAST TRAILER DISAGREES "
                       "WITH THE RECORDS READ - COUNT "
                       WS-TRAILER-COUNT " VS " WS-MASTER-READ-COUNT
                       " - RUN ABORTED"
                   SET AL-SEV-FATAL TO TRUE
                   MOVE "GENX" TO AL-ALERT-CODE
                   MOVE "NEWMAST TRAILER COUNT/CHECKSUM MISMATCH"
                       TO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       7500-WRITE-REPORT-LINE.
           WRITE LOAD-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "  SOURCE STEP " WS-SOURCE-STEP
                   "  NEWMAST GENERATION " WS-NEW-GENERATION
                   "  HD COUNT " WS-EXPECTED-COUNT
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN NOT WS-MASTER-GENERATED
                   MOVE "  NEWMAST UNGENERATED - NO TRAILER OR GENCTL"
                       TO LOAD-REPORT-LINE
               WHEN WS-GEN-FILE-PRESENT
                   MOVE "  NEWMAST TR TRAILER AGREES, GENCTL AGREES"
                       TO LOAD-REPORT-LINE
               WHEN OTHER
                   MOVE "  NEWMAST TR TRAILER AGREES, NO GENCTL"
                       TO LOAD-REPORT-LINE
           END-EVALUATE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE WS-LOADED-CHECKSUM TO WS-EDIT-CHECKSUM
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "  LOADED " WS-LOADED-COUNT
                   " RECORD(S) TO MSTINDEX, CHECKSUM "
                   WS-EDIT-CHECKSUM
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "  CONTROL RECORD WRITTEN - MSTINDEX IS GENERATION "
                   WS-NEW-GENERATION
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           CLOSE LOAD-REPORT-FILE
           CLOSE ALERT-FILE
           DISPLAY "MSTLOAD: " WS-LOADED-COUNT " RECORD(S) LOADED "
               "TO MSTINDEX AS GENERATION " WS-NEW-GENERATION
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

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
