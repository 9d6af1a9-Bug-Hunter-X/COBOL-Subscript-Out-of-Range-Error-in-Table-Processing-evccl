      ******************************************************************
      *    RCVCTL
      *    Inbound feed receipt control.  TABLEBLD proves that an
      *    INFILE agrees with its own header and trailer
      *    (2060-VERIFY-INFILE-FRAMING) but has no memory of earlier
      *    feeds - a resent file, or the scheduler pointed at last
      *    week's dataset, loads and extracts without complaint.  This
      *    step runs in front of TABMAINT and TABLEBLD, measures each
      *    inbound feed present today (INFILE, TRANFILE, RESUBMIT),
      *    and holds it against the persistent receipt register
      *    RCVREG, where every feed received is logged with its feed
      *    date, feed sequence number, record count, amount hash, and
      *    key hash.
      *    A feed is refused, and the cycle stopped with a FATAL
      *    alert, when:
      *        RCVD  its records, amounts, and keys match a feed
      *              already received under the same name
      *        RCVO  its sequence number is not above the last one
      *              received - a repeat or an out-of-order feed
      *        RCVS  its sequence number skips one or more numbers
      *    An OVERRIDE-feed=operator card lets a deliberate reload
      *    through; the feed is logged as overridden, with the
      *    operator, and raises a WARNING (RCVX) instead.  Refused
      *    feeds are logged too, so the register shows every
      *    attempt, but only accepted and overridden feeds count as
      *    received for later comparisons.  When any feed is
      *    refused, none is taken as received: the step ends RC 16
      *    and nothing downstream runs, so every other feed present
      *    is logged as held, and the restart re-presents only the
      *    refused feed - the held ones pass on their own, or on
      *    the same override card as before.  A feed with no
      *    records is logged but never called a duplicate - every
      *    empty feed looks alike.
      *    Where the sequence number comes from:
      *        INFILE/RESUBMIT  the "HD" header - feed date in columns
      *                         13-20 and sequence in columns 21-26
      *                         when the source stamps them (REJFIX
      *                         stamps the date on RESUBMIT).  A
      *                         generation-controlled master used as
      *                         INFILE is sequenced by its generation,
      *                         which may jump when archival runs come
      *                         between builds, so only a generation
      *                         at or below the last is refused.
      *        TRANFILE         has no header record, so its date and
      *                         sequence come from the transmission
      *                         notice on TRANFILE-DATE and
      *                         TRANFILE-SEQUENCE cards.
      *    A feed with no sequence of its own is numbered on from the
      *    register and checked for duplicate content only.
      *    RCVPARM cards (keyword=value, all optional):
      *        OVERRIDE-INFILE=operator
      *        OVERRIDE-TRANFILE=operator
      *        OVERRIDE-RESUBMIT=operator
      *        TRANFILE-SEQUENCE=nnnnnn
      *        TRANFILE-DATE=yyyymmdd
      *
      *    RCVREG record layout (100 bytes):
      *        COLS  1-8   FEED NAME
      *        COL   9     (SPACE)
      *        COLS 10-17  RECEIPT RUN DATE (YYYYMMDD)
      *        COL   18    (SPACE)
      *        COLS 19-26  FEED DATE (YYYYMMDD, ZEROS IF NONE)
      *        COL   27    (SPACE)
      *        COLS 28-33  FEED SEQUENCE NUMBER
      *        COL   34    SEQUENCE SOURCE - H HEADER, C CARD,
      *                    G MASTER GENERATION, A ASSIGNED
      *        COL   35    (SPACE)
      *        COLS 36-42  RECORD COUNT
      *        COL   43    (SPACE)
      *        COLS 44-60  AMOUNT HASH S9(15)V99
      *        COL   61    (SPACE)
      *        COLS 62-76  KEY HASH
      *        COL   77    (SPACE)
      *        COL   78    DISPOSITION - A ACCEPTED, O OVERRIDDEN,
      *                    R REFUSED, H HELD (NOT PROCESSED - ANOTHER
      *                    FEED WAS REFUSED IN THE SAME RUN)
      *        COL   79    (SPACE)
      *        COLS 80-87  OVERRIDE OPERATOR
      *        COL   88    (SPACE)
      *        COLS 89-92  REASON CODE (RCVD/RCVO/RCVS)
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Operator cards - overrides and the TRANFILE transmission
      *    notice.  Optional; no file means no cards.
           SELECT PARM-FILE
               ASSIGN TO "RCVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INPUT-FILE
               ASSIGN TO "INFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT TRAN-FILE
               ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT RESUBMIT-FILE
               ASSIGN TO "RESUBMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.

      *    The permanent receipt register - read through in full,
      *    then one record appended per feed measured today.
           SELECT REGISTER-FILE
               ASSIGN TO "RCVREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "RCVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    This run's machine-readable alerts, one fixed-layout
      *    record per exception raised, merged into the operations
      *    dashboard by OPSSUM.  Layout in ALERTREC.cpy.
           SELECT ALERT-FILE
               ASSIGN TO "ALTRCV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                 PIC X(80).

      *    Keep the header and trailer views in step with TABLEBLD.
       FD  INPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INPUT-RECORD                PIC X(80).

       01  INPUT-HEADER-RECORD REDEFINES INPUT-RECORD.
           05  IH-REC-TYPE             PIC X(2).
               88  IH-IS-HEADER                 VALUE "HD".
           05  IH-EXPECTED-COUNT       PIC 9(5).
           05  IH-GENERATION           PIC X(5).
           05  IH-FEED-DATE            PIC X(8).
           05  IH-FEED-SEQUENCE        PIC X(6).
           05  FILLER                  PIC X(54).

       01  INPUT-DETAIL-FIELDS REDEFINES INPUT-RECORD.
           05  IN-KEY-FIELD            PIC X(10).
           05  IN-AMOUNT-FIELD         PIC S9(9)V99.
           05  FILLER                  PIC X(59).

       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01  TRAN-RECORD.
           05  TX-ACTION               PIC X(1).
           05  TX-KEY-FIELD            PIC X(10).
           05  TX-AMOUNT-FIELD         PIC S9(9)V99.
           05  FILLER                  PIC X(59).

      *    Same header REJFIX writes - keep the two in step.
       FD  RESUBMIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RESUBMIT-RECORD             PIC X(80).

       01  RESUBMIT-HEADER-RECORD REDEFINES RESUBMIT-RECORD.
           05  RS-REC-TYPE             PIC X(2).
               88  RS-IS-HEADER                 VALUE "HD".
           05  RS-RECORD-COUNT         PIC 9(5).
           05  FILLER                  PIC X(5).
           05  RS-FEED-DATE            PIC X(8).
           05  RS-FEED-SEQUENCE        PIC X(6).
           05  FILLER                  PIC X(54).

       01  RESUBMIT-DETAIL-FIELDS REDEFINES RESUBMIT-RECORD.
           05  RD-KEY-FIELD            PIC X(10).
           05  RD-AMOUNT-FIELD         PIC S9(9)V99.
           05  FILLER                  PIC X(59).

       FD  REGISTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  REGISTER-RECORD.
           05  RG-FEED-NAME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  RG-RECEIPT-DATE         PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RG-FEED-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RG-SEQUENCE             PIC 9(6).
           05  RG-SEQUENCE-SOURCE      PIC X(1).
           05  FILLER                  PIC X(1).
           05  RG-RECORD-COUNT         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RG-AMOUNT-HASH          PIC S9(15)V99.
           05  FILLER                  PIC X(1).
           05  RG-KEY-HASH             PIC 9(15).
           05  FILLER                  PIC X(1).
           05  RG-DISPOSITION          PIC X(1).
               88  RG-RECEIVED                  VALUE "A" "O".
           05  FILLER                  PIC X(1).
           05  RG-OVERRIDE-OPERATOR    PIC X(8).
           05  FILLER                  PIC X(1).
           05  RG-REASON-CODE          PIC X(4).
           05  FILLER                  PIC X(8).

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
           COPY CYCLINK.
       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-INPUT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-TRAN-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-RESUBMIT-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REGISTER-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X(1)  VALUE "N".
           05  WS-FEED-EOF             PIC X(1)  VALUE "N".
           05  WS-REGISTER-EOF         PIC X(1)  VALUE "N".
           05  WS-HEADER-SWITCH        PIC X(1)  VALUE "N".
               88  WS-HEADER-SEEN              VALUE "Y".
           05  WS-GENERATED-SWITCH     PIC X(1)  VALUE "N".
               88  WS-GENERATED-FEED           VALUE "Y".

       01  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(60) VALUE SPACES.
       01  WS-VALUE-NUMERIC            PIC X(1)  VALUE "N".
       01  WS-VALUE-ENDED              PIC X(1)  VALUE "N".
       01  WS-VALUE-SUB                PIC 9(2)  VALUE 0.
       01  WS-VALUE-DIGIT-COUNT        PIC 9(2)  VALUE 0.

      *    One row per feed the step controls - 1 INFILE, 2 TRANFILE,
      *    3 RESUBMIT - with what was measured today and what the
      *    register says about it.
       01  WS-FEED-AREA.
           05  WS-FEED-TABLE OCCURS 3 TIMES.
               10  WS-FD-NAME          PIC X(8).
               10  WS-FD-PRESENT       PIC X(1).
               10  WS-FD-FEED-DATE     PIC 9(8).
               10  WS-FD-SEQUENCE      PIC 9(6).
               10  WS-FD-SEQ-SOURCE    PIC X(1).
               10  WS-FD-RECORD-COUNT  PIC 9(7).
               10  WS-FD-AMOUNT-HASH   PIC S9(15)V99.
               10  WS-FD-KEY-HASH      PIC 9(15).
               10  WS-FD-CARD-DATE     PIC 9(8).
               10  WS-FD-CARD-SEQUENCE PIC 9(6).
               10  WS-FD-OPERATOR      PIC X(8).
               10  WS-FD-PRIOR-SEEN    PIC X(1).
               10  WS-FD-LAST-SEQUENCE PIC 9(6).
               10  WS-FD-LAST-ASSIGNED PIC 9(6).
               10  WS-FD-DUPLICATE     PIC X(1).
               10  WS-FD-DUP-DATE      PIC 9(8).
               10  WS-FD-DUP-SEQUENCE  PIC 9(6).
               10  WS-FD-DISPOSITION   PIC X(1).
               10  WS-FD-REASON        PIC X(4).
       01  WS-FEED-SUB                 PIC 9(1) VALUE 0.

      *    Measuring work areas.
       01  WS-MEASURE-KEY              PIC X(10) VALUE SPACES.
       01  WS-MEASURE-AMOUNT           PIC S9(9)V99 VALUE 0.
       01  WS-MEASURE-AMOUNT-OK        PIC X(1) VALUE "N".
       01  WS-KEY-BYTE-SUB             PIC 9(2) VALUE 0.
       01  WS-KEY-BYTE-WEIGHT          PIC 9(5) VALUE 0.

       01  WS-REGISTER-READ-COUNT      PIC 9(7) VALUE 0.
       01  WS-RECEIVED-COUNT           PIC 9(1) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(1) VALUE 0.
       01  WS-OVERRIDDEN-COUNT         PIC 9(1) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(1) VALUE 0.
       01  WS-NEXT-EXPECTED            PIC 9(7) VALUE 0.

       01  WS-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).

       01  WS-RECEIPT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-FEED-NAME            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-FEED-DATE            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-SEQUENCE             PIC Z(5)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RL-SEQ-SOURCE           PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-RECORD-COUNT         PIC Z(6)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-AMOUNT-HASH          PIC -(14)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-KEY-HASH             PIC Z(14)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-NOTE                 PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-PARM-CARDS
           PERFORM 2100-MEASURE-INFILE
           PERFORM 2200-MEASURE-TRANFILE
           PERFORM 2300-MEASURE-RESUBMIT
           PERFORM 3000-SCAN-RECEIPT-REGISTER
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > 3
               IF WS-FD-PRESENT(WS-FEED-SUB) = "Y"
                   PERFORM 4000-DISPOSE-FEED
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > 3
               IF WS-FD-PRESENT(WS-FEED-SUB) = "Y"
                   PERFORM 4500-SETTLE-DISPOSITION
               END-IF
           END-PERFORM
           PERFORM 5000-RECORD-RECEIPTS
           PERFORM 8000-PRINT-RECEIPTS
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "RCVCTL" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "RCVCTL: REFUSED BY CYCLE CONTROL - SEE "
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
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RCVCTL: UNABLE TO OPEN RCVRPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "RCVCTL: UNABLE TO OPEN ALTRCV, STATUS="
                   WS-ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ALERT-RECORD
           MOVE "RCVCTL" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > 3
               MOVE "N" TO WS-FD-PRESENT(WS-FEED-SUB)
               MOVE 0 TO WS-FD-FEED-DATE(WS-FEED-SUB)
               MOVE 0 TO WS-FD-SEQUENCE(WS-FEED-SUB)
               MOVE SPACE TO WS-FD-SEQ-SOURCE(WS-FEED-SUB)
               MOVE 0 TO WS-FD-RECORD-COUNT(WS-FEED-SUB)
               MOVE 0 TO WS-FD-AMOUNT-HASH(WS-FEED-SUB)
               MOVE 0 TO WS-FD-KEY-HASH(WS-FEED-SUB)
               MOVE 0 TO WS-FD-CARD-DATE(WS-FEED-SUB)
               MOVE 0 TO WS-FD-CARD-SEQUENCE(WS-FEED-SUB)
               MOVE SPACES TO WS-FD-OPERATOR(WS-FEED-SUB)
               MOVE "N" TO WS-FD-PRIOR-SEEN(WS-FEED-SUB)
               MOVE 0 TO WS-FD-LAST-SEQUENCE(WS-FEED-SUB)
               MOVE 0 TO WS-FD-LAST-ASSIGNED(WS-FEED-SUB)
               MOVE "N" TO WS-FD-DUPLICATE(WS-FEED-SUB)
               MOVE 0 TO WS-FD-DUP-DATE(WS-FEED-SUB)
               MOVE 0 TO WS-FD-DUP-SEQUENCE(WS-FEED-SUB)
               MOVE SPACE TO WS-FD-DISPOSITION(WS-FEED-SUB)
               MOVE SPACES TO WS-FD-REASON(WS-FEED-SUB)
           END-PERFORM
           MOVE "INFILE" TO WS-FD-NAME(1)
           MOVE "TRANFILE" TO WS-FD-NAME(2)
           MOVE "RESUBMIT" TO WS-FD-NAME(3)
           PERFORM 1100-PRINT-PAGE-HEADER.

       1100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/"
                   WS-RUN-YYYY "   INBOUND FEED RECEIPT REGISTER   "
                   "PAGE " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       1500-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "35"
               DISPLAY "RCVCTL: NO RCVPARM FILE - NO OVERRIDES TODAY"
           ELSE
               IF WS-PARM-STATUS NOT = "00"
                   DISPLAY "RCVCTL: UNABLE TO OPEN RCVPARM, STATUS="
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
                   WHEN "OVERRIDE-INFILE"
                       MOVE 1 TO WS-FEED-SUB
                       PERFORM 1600-APPLY-OVERRIDE-CARD
                   WHEN "OVERRIDE-TRANFILE"
                       MOVE 2 TO WS-FEED-SUB
                       PERFORM 1600-APPLY-OVERRIDE-CARD
                   WHEN "OVERRIDE-RESUBMIT"
                       MOVE 3 TO WS-FEED-SUB
                       PERFORM 1600-APPLY-OVERRIDE-CARD
                   WHEN "TRANFILE-SEQUENCE"
                       PERFORM 1700-VALIDATE-NUMERIC-VALUE
                       IF WS-VALUE-NUMERIC = "N"
                           OR WS-VALUE-DIGIT-COUNT > 6
                           DISPLAY "RCVCTL: TRANFILE-SEQUENCE MUST BE "
                               "1-6 DIGITS ON CARD: " PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       COMPUTE WS-FD-CARD-SEQUENCE(2) =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                   WHEN "TRANFILE-DATE"
                       PERFORM 1700-VALIDATE-NUMERIC-VALUE
                       IF WS-VALUE-NUMERIC = "N"
                           OR WS-VALUE-DIGIT-COUNT NOT = 8
                           DISPLAY "RCVCTL: TRANFILE-DATE MUST BE "
                               "YYYYMMDD ON CARD: " PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PARM-VALUE(1:8) TO WS-FD-CARD-DATE(2)
                   WHEN OTHER
                       DISPLAY "RCVCTL: UNRECOGNIZED PARAMETER CARD: "
                           PARM-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      *    An override must say who authorized it - the operator is
      *    what the register carries against the reload.
       1600-APPLY-OVERRIDE-CARD.
           IF WS-PARM-VALUE = SPACES
               OR WS-PARM-VALUE(9:52) NOT = SPACES
               DISPLAY "RCVCTL: OVERRIDE CARD NEEDS AN AUTHORIZING "
                   "OPERATOR OF 1-8 CHARACTERS: " PARM-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-VALUE(1:8) TO WS-FD-OPERATOR(WS-FEED-SUB).

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

      *    INFILE - the header gives the feed date and sequence, or
      *    for a generation-controlled master the generation; the
      *    trailer of a generated master is framing, not data.
       2100-MEASURE-INFILE.
           MOVE 1 TO WS-FEED-SUB
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = "35"
               DISPLAY "RCVCTL: NO INFILE RECEIVED TODAY"
           ELSE
               IF WS-INPUT-STATUS NOT = "00"
                   DISPLAY "RCVCTL: UNABLE TO OPEN INFILE, STATUS="
                       WS-INPUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-FD-PRESENT(WS-FEED-SUB)
               MOVE "N" TO WS-HEADER-SWITCH
               MOVE "N" TO WS-GENERATED-SWITCH
               MOVE "N" TO WS-FEED-EOF
               PERFORM UNTIL WS-FEED-EOF = "Y"
                   READ INPUT-FILE
                       AT END
                           MOVE "Y" TO WS-FEED-EOF
                       NOT AT END
                           PERFORM 2150-MEASURE-INFILE-RECORD
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE
           END-IF.

       2150-MEASURE-INFILE-RECORD.
           IF NOT WS-HEADER-SEEN AND IH-IS-HEADER
               SET WS-HEADER-SEEN TO TRUE
               IF IH-FEED-DATE IS NUMERIC
                   MOVE IH-FEED-DATE TO WS-FD-FEED-DATE(WS-FEED-SUB)
               END-IF
               IF IH-GENERATION IS NUMERIC
                   AND IH-GENERATION NOT = "00000"
                   SET WS-GENERATED-FEED TO TRUE
                   MOVE IH-GENERATION TO WS-FD-SEQUENCE(WS-FEED-SUB)
                   MOVE "G" TO WS-FD-SEQ-SOURCE(WS-FEED-SUB)
               ELSE
                   IF IH-FEED-SEQUENCE IS NUMERIC
                       MOVE IH-FEED-SEQUENCE
                           TO WS-FD-SEQUENCE(WS-FEED-SUB)
                       MOVE "H" TO WS-FD-SEQ-SOURCE(WS-FEED-SUB)
                   END-IF
               END-IF
           ELSE
               IF WS-GENERATED-FEED AND INPUT-RECORD(1:2) = "TR"
                   CONTINUE
               ELSE
                   MOVE IN-KEY-FIELD TO WS-MEASURE-KEY
                   MOVE "N" TO WS-MEASURE-AMOUNT-OK
                   IF IN-AMOUNT-FIELD IS NUMERIC
                       MOVE IN-AMOUNT-FIELD TO WS-MEASURE-AMOUNT
                       MOVE "Y" TO WS-MEASURE-AMOUNT-OK
                   END-IF
                   PERFORM 2500-ADD-TO-FEED-HASHES
               END-IF
           END-IF.

      *    TRANFILE carries no header - its date and sequence are
      *    whatever the transmission notice cards say.
       2200-MEASURE-TRANFILE.
           MOVE 2 TO WS-FEED-SUB
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               DISPLAY "RCVCTL: NO TRANFILE RECEIVED TODAY"
           ELSE
               IF WS-TRAN-STATUS NOT = "00"
                   DISPLAY "RCVCTL: UNABLE TO OPEN TRANFILE, STATUS="
                       WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-FD-PRESENT(WS-FEED-SUB)
               MOVE WS-FD-CARD-DATE(WS-FEED-SUB)
                   TO WS-FD-FEED-DATE(WS-FEED-SUB)
               IF WS-FD-CARD-SEQUENCE(WS-FEED-SUB) > 0
                   MOVE WS-FD-CARD-SEQUENCE(WS-FEED-SUB)
                       TO WS-FD-SEQUENCE(WS-FEED-SUB)
                   MOVE "C" TO WS-FD-SEQ-SOURCE(WS-FEED-SUB)
               END-IF
               MOVE "N" TO WS-FEED-EOF
               PERFORM UNTIL WS-FEED-EOF = "Y"
                   READ TRAN-FILE
                       AT END
                           MOVE "Y" TO WS-FEED-EOF
                       NOT AT END
                           MOVE TX-KEY-FIELD TO WS-MEASURE-KEY
                           MOVE "N" TO WS-MEASURE-AMOUNT-OK
                           IF TX-AMOUNT-FIELD IS NUMERIC
                               MOVE TX-AMOUNT-FIELD
                                   TO WS-MEASURE-AMOUNT
                               MOVE "Y" TO WS-MEASURE-AMOUNT-OK
                           END-IF
                           PERFORM 2500-ADD-TO-FEED-HASHES
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF.

       2300-MEASURE-RESUBMIT.
           MOVE 3 TO WS-FEED-SUB
           OPEN INPUT RESUBMIT-FILE
           IF WS-RESUBMIT-STATUS = "35"
               DISPLAY "RCVCTL: NO RESUBMIT RECEIVED TODAY"
           ELSE
               IF WS-RESUBMIT-STATUS NOT = "00"
                   DISPLAY "RCVCTL: UNABLE TO OPEN RESUBMIT, STATUS="
                       WS-RESUBMIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-FD-PRESENT(WS-FEED-SUB)
               MOVE "N" TO WS-HEADER-SWITCH
               MOVE "N" TO WS-FEED-EOF
               PERFORM UNTIL WS-FEED-EOF = "Y"
                   READ RESUBMIT-FILE
                       AT END
                           MOVE "Y" TO WS-FEED-EOF
                       NOT AT END
                           PERFORM 2350-MEASURE-RESUBMIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-FILE
           END-IF.

       2350-MEASURE-RESUBMIT-RECORD.
           IF NOT WS-HEADER-SEEN AND RS-IS-HEADER
               SET WS-HEADER-SEEN TO TRUE
               IF RS-FEED-DATE IS NUMERIC
                   MOVE RS-FEED-DATE TO WS-FD-FEED-DATE(WS-FEED-SUB)
               END-IF
               IF RS-FEED-SEQUENCE IS NUMERIC
                   MOVE RS-FEED-SEQUENCE TO WS-FD-SEQUENCE(WS-FEED-SUB)
                   MOVE "H" TO WS-FD-SEQ-SOURCE(WS-FEED-SUB)
               END-IF
           ELSE
               MOVE RD-KEY-FIELD TO WS-MEASURE-KEY
               MOVE "N" TO WS-MEASURE-AMOUNT-OK
               IF RD-AMOUNT-FIELD IS NUMERIC
                   MOVE RD-AMOUNT-FIELD TO WS-MEASURE-AMOUNT
                   MOVE "Y" TO WS-MEASURE-AMOUNT-OK
               END-IF
               PERFORM 2500-ADD-TO-FEED-HASHES
           END-IF.

      *    One data record's contribution - a count, its amount (a
      *    non-numeric amount adds nothing, as in the trailer
      *    checksum), and a key hash weighting each key byte by its
      *    position, so the same ids in a resent file hash alike
      *    while a different population almost never does.
       2500-ADD-TO-FEED-HASHES.
           ADD 1 TO WS-FD-RECORD-COUNT(WS-FEED-SUB)
           IF WS-MEASURE-AMOUNT-OK = "Y"
               ADD WS-MEASURE-AMOUNT TO WS-FD-AMOUNT-HASH(WS-FEED-SUB)
           END-IF
           PERFORM VARYING WS-KEY-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-KEY-BYTE-SUB > 10
               COMPUTE WS-KEY-BYTE-WEIGHT =
                   FUNCTION ORD(WS-MEASURE-KEY(WS-KEY-BYTE-SUB:1))
                   * WS-KEY-BYTE-SUB
               ADD WS-KEY-BYTE-WEIGHT TO WS-FD-KEY-HASH(WS-FEED-SUB)
           END-PERFORM.

      *    One pass over everything ever received - each accepted
      *    or overridden receipt of a feed is compared with today's
      *    measurement of that feed, and the highest sequence of the
      *    same kind is kept for the sequence check.  A missing
      *    RCVREG means nothing has been received yet.
       3000-SCAN-RECEIPT-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               DISPLAY "RCVCTL: NO RCVREG FILE - FIRST RECEIPTS"
           ELSE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "RCVCTL: UNABLE TO OPEN RCVREG, STATUS="
                       WS-REGISTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-REGISTER-EOF
               PERFORM UNTIL WS-REGISTER-EOF = "Y"
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-REGISTER-EOF
                       NOT AT END
                           ADD 1 TO WS-REGISTER-READ-COUNT
                           IF RG-RECEIVED
                               PERFORM 3100-COMPARE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       3100-COMPARE-RECEIPT.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > 3
               IF WS-FD-NAME(WS-FEED-SUB) = RG-FEED-NAME
                   AND WS-FD-PRESENT(WS-FEED-SUB) = "Y"
                   IF RG-SEQUENCE-SOURCE = "A"
                       AND RG-SEQUENCE >
                           WS-FD-LAST-ASSIGNED(WS-FEED-SUB)
                       MOVE RG-SEQUENCE
                           TO WS-FD-LAST-ASSIGNED(WS-FEED-SUB)
                   END-IF
                   IF WS-FD-RECORD-COUNT(WS-FEED-SUB) > 0
                       AND RG-RECORD-COUNT =
                           WS-FD-RECORD-COUNT(WS-FEED-SUB)
                       AND RG-AMOUNT-HASH =
                           WS-FD-AMOUNT-HASH(WS-FEED-SUB)
                       AND RG-KEY-HASH = WS-FD-KEY-HASH(WS-FEED-SUB)
                       MOVE "Y" TO WS-FD-DUPLICATE(WS-FEED-SUB)
                       MOVE RG-RECEIPT-DATE
                           TO WS-FD-DUP-DATE(WS-FEED-SUB)
                       MOVE RG-SEQUENCE
                           TO WS-FD-DUP-SEQUENCE(WS-FEED-SUB)
                   END-IF
      *            Header and card sequences are one numbering - the
      *            source's; a master generation is another.
                   IF (WS-FD-SEQ-SOURCE(WS-FEED-SUB) = "G"
                           AND RG-SEQUENCE-SOURCE = "G")
                       OR ((WS-FD-SEQ-SOURCE(WS-FEED-SUB) = "H"
                               OR WS-FD-SEQ-SOURCE(WS-FEED-SUB) = "C")
                           AND (RG-SEQUENCE-SOURCE = "H"
                               OR RG-SEQUENCE-SOURCE = "C"))
                       MOVE "Y" TO WS-FD-PRIOR-SEEN(WS-FEED-SUB)
                       IF RG-SEQUENCE >
                               WS-FD-LAST-SEQUENCE(WS-FEED-SUB)
                           MOVE RG-SEQUENCE
                               TO WS-FD-LAST-SEQUENCE(WS-FEED-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Duplicate content first, then the sequence - one reason
      *    per feed.  An override turns a refusal into a logged,
      *    alerted acceptance.
       4000-DISPOSE-FEED.
           IF WS-FD-SEQ-SOURCE(WS-FEED-SUB) = SPACE
               COMPUTE WS-FD-SEQUENCE(WS-FEED-SUB) =
                   WS-FD-LAST-ASSIGNED(WS-FEED-SUB) + 1
               MOVE "A" TO WS-FD-SEQ-SOURCE(WS-FEED-SUB)
           END-IF
           COMPUTE WS-NEXT-EXPECTED =
               WS-FD-LAST-SEQUENCE(WS-FEED-SUB) + 1
           EVALUATE TRUE
               WHEN WS-FD-DUPLICATE(WS-FEED-SUB) = "Y"
                   MOVE "RCVD" TO WS-FD-REASON(WS-FEED-SUB)
               WHEN WS-FD-SEQ-SOURCE(WS-FEED-SUB) = "A"
                   CONTINUE
               WHEN WS-FD-PRIOR-SEEN(WS-FEED-SUB) NOT = "Y"
                   CONTINUE
               WHEN WS-FD-SEQUENCE(WS-FEED-SUB) <=
                       WS-FD-LAST-SEQUENCE(WS-FEED-SUB)
                   MOVE "RCVO" TO WS-FD-REASON(WS-FEED-SUB)
               WHEN WS-FD-SEQ-SOURCE(WS-FEED-SUB) NOT = "G"
                   AND WS-FD-SEQUENCE(WS-FEED-SUB) > WS-NEXT-EXPECTED
                   MOVE "RCVS" TO WS-FD-REASON(WS-FEED-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FD-REASON(WS-FEED-SUB) = SPACES
               MOVE "A" TO WS-FD-DISPOSITION(WS-FEED-SUB)
               ADD 1 TO WS-RECEIVED-COUNT
               IF WS-FD-OPERATOR(WS-FEED-SUB) NOT = SPACES
                   DISPLAY "RCVCTL: OVERRIDE FOR "
                       WS-FD-NAME(WS-FEED-SUB) " NOT NEEDED - FEED "
                       "ACCEPTED ON ITS OWN"
                   MOVE SPACES TO WS-FD-OPERATOR(WS-FEED-SUB)
               END-IF
           ELSE
               PERFORM 4100-DESCRIBE-REFUSAL
               IF WS-FD-OPERATOR(WS-FEED-SUB) NOT = SPACES
                   MOVE "O" TO WS-FD-DISPOSITION(WS-FEED-SUB)
                   ADD 1 TO WS-RECEIVED-COUNT
                   ADD 1 TO WS-OVERRIDDEN-COUNT
                   DISPLAY "RCVCTL: " WS-FD-NAME(WS-FEED-SUB)
                       " ACCEPTED ON OVERRIDE BY "
                       WS-FD-OPERATOR(WS-FEED-SUB) " - REASON "
                       WS-FD-REASON(WS-FEED-SUB)
               ELSE
                   MOVE "R" TO WS-FD-DISPOSITION(WS-FEED-SUB)
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "RCVCTL: " WS-FD-NAME(WS-FEED-SUB)
                       " REFUSED - REASON " WS-FD-REASON(WS-FEED-SUB)
                   SET AL-SEV-FATAL TO TRUE
                   MOVE WS-FD-REASON(WS-FEED-SUB) TO AL-ALERT-CODE
                   PERFORM 4150-BUILD-REFUSAL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
               END-IF
           END-IF.

       4100-DESCRIBE-REFUSAL.
           EVALUATE WS-FD-REASON(WS-FEED-SUB)
               WHEN "RCVD"
                   DISPLAY "RCVCTL: " WS-FD-NAME(WS-FEED-SUB)
                       " MATCHES THE FEED RECEIVED "
                       WS-FD-DUP-DATE(WS-FEED-SUB) " AS SEQUENCE "
                       WS-FD-DUP-SEQUENCE(WS-FEED-SUB)
               WHEN "RCVO"
                   DISPLAY "RCVCTL: " WS-FD-NAME(WS-FEED-SUB)
                       " SEQUENCE " WS-FD-SEQUENCE(WS-FEED-SUB)
                       " IS NOT AFTER THE LAST RECEIVED, "
                       WS-FD-LAST-SEQUENCE(WS-FEED-SUB)
               WHEN "RCVS"
                   DISPLAY "RCVCTL: " WS-FD-NAME(WS-FEED-SUB)
                       " SEQUENCE " WS-FD-SEQUENCE(WS-FEED-SUB)
                       " SKIPS FROM THE LAST RECEIVED, "
                       WS-FD-LAST-SEQUENCE(WS-FEED-SUB)
           END-EVALUATE.

       4150-BUILD-REFUSAL-TEXT.
           EVALUATE WS-FD-REASON(WS-FEED-SUB)
               WHEN "RCVD"
                   STRING WS-FD-NAME(WS-FEED-SUB)
                           " DUPLICATES FEED RECEIVED "
                           WS-FD-DUP-DATE(WS-FEED-SUB)
                       DELIMITED BY SIZE INTO AL-TEXT
               WHEN "RCVO"
                   STRING WS-FD-NAME(WS-FEED-SUB) " SEQUENCE "
                           WS-FD-SEQUENCE(WS-FEED-SUB)
                           " NOT AFTER LAST RECEIVED "
                           WS-FD-LAST-SEQUENCE(WS-FEED-SUB)
                       DELIMITED BY SIZE INTO AL-TEXT
               WHEN "RCVS"
                   STRING WS-FD-NAME(WS-FEED-SUB) " SEQUENCE "
                           WS-FD-SEQUENCE(WS-FEED-SUB)
                           " SKIPS FROM LAST RECEIVED "
                           WS-FD-LAST-SEQUENCE(WS-FEED-SUB)
                       DELIMITED BY SIZE INTO AL-TEXT
           END-EVALUATE.

      *    Settled once every feed has been disposed of.  A refusal
      *    anywhere stops the cycle before any feed is processed, so
      *    the feeds that would have been accepted - on their own or
      *    on override - are held instead: logged without a reason,
      *    and not received, so the restart does not find them on
      *    the register and refuse them as repeats.  An override
      *    that stands is alerted here, once it is known to.
       4500-SETTLE-DISPOSITION.
           IF WS-REFUSED-COUNT > 0
               IF WS-FD-DISPOSITION(WS-FEED-SUB) = "A"
                   OR WS-FD-DISPOSITION(WS-FEED-SUB) = "O"
                   IF WS-FD-DISPOSITION(WS-FEED-SUB) = "O"
                       SUBTRACT 1 FROM WS-OVERRIDDEN-COUNT
                   END-IF
                   SUBTRACT 1 FROM WS-RECEIVED-COUNT
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "H" TO WS-FD-DISPOSITION(WS-FEED-SUB)
                   MOVE SPACES TO WS-FD-REASON(WS-FEED-SUB)
                   MOVE SPACES TO WS-FD-OPERATOR(WS-FEED-SUB)
                   DISPLAY "RCVCTL: " WS-FD-NAME(WS-FEED-SUB)
                       " HELD - NOT RECEIVED WHILE ANOTHER FEED IS "
                       "REFUSED"
               END-IF
           ELSE
               IF WS-FD-DISPOSITION(WS-FEED-SUB) = "O"
                   SET AL-SEV-WARNING TO TRUE
                   MOVE "RCVX" TO AL-ALERT-CODE
                   STRING WS-FD-NAME(WS-FEED-SUB) " "
                           WS-FD-REASON(WS-FEED-SUB)
                           " RELOAD ACCEPTED ON OVERRIDE BY "
                           WS-FD-OPERATOR(WS-FEED-SUB)
                       DELIMITED BY SIZE INTO AL-TEXT
                   PERFORM 9500-WRITE-ALERT-RECORD
               END-IF
           END-IF.

      *    Every feed measured today goes on the register, whatever
      *    became of it.
       5000-RECORD-RECEIPTS.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "RCVCTL: UNABLE TO OPEN RCVREG, STATUS="
                   WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > 3
               IF WS-FD-PRESENT(WS-FEED-SUB) = "Y"
                   MOVE SPACES TO REGISTER-RECORD
                   MOVE WS-FD-NAME(WS-FEED-SUB) TO RG-FEED-NAME
                   MOVE WS-RUN-DATE TO RG-RECEIPT-DATE
                   MOVE WS-FD-FEED-DATE(WS-FEED-SUB) TO RG-FEED-DATE
                   MOVE WS-FD-SEQUENCE(WS-FEED-SUB) TO RG-SEQUENCE
                   MOVE WS-FD-SEQ-SOURCE(WS-FEED-SUB)
                       TO RG-SEQUENCE-SOURCE
                   MOVE WS-FD-RECORD-COUNT(WS-FEED-SUB)
                       TO RG-RECORD-COUNT
                   MOVE WS-FD-AMOUNT-HASH(WS-FEED-SUB)
                       TO RG-AMOUNT-HASH
                   MOVE WS-FD-KEY-HASH(WS-FEED-SUB) TO RG-KEY-HASH
                   MOVE WS-FD-DISPOSITION(WS-FEED-SUB)
                       TO RG-DISPOSITION
                   MOVE WS-FD-OPERATOR(WS-FEED-SUB)
                       TO RG-OVERRIDE-OPERATOR
                   MOVE WS-FD-REASON(WS-FEED-SUB) TO RG-REASON-CODE
                   WRITE REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE REGISTER-FILE.

       7500-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

       8000-PRINT-RECEIPTS.
           MOVE SPACES TO REPORT-LINE
           STRING "  FEED      FEED DATE SEQUENCE  RECORDS     "
                   "    AMOUNT HASH         KEY HASH  "
                   "DISPOSITION NOTE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > 3
               MOVE SPACES TO WS-RECEIPT-LINE
               MOVE WS-FD-NAME(WS-FEED-SUB) TO RL-FEED-NAME
               IF WS-FD-PRESENT(WS-FEED-SUB) NOT = "Y"
                   MOVE "NOT RECEIVED" TO RL-NOTE
               ELSE
                   IF WS-FD-FEED-DATE(WS-FEED-SUB) > 0
                       MOVE WS-FD-FEED-DATE(WS-FEED-SUB)
                           TO RL-FEED-DATE
                   END-IF
                   MOVE WS-FD-SEQUENCE(WS-FEED-SUB) TO RL-SEQUENCE
                   MOVE WS-FD-SEQ-SOURCE(WS-FEED-SUB) TO RL-SEQ-SOURCE
                   MOVE WS-FD-RECORD-COUNT(WS-FEED-SUB)
                       TO RL-RECORD-COUNT
                   MOVE WS-FD-AMOUNT-HASH(WS-FEED-SUB)
                       TO RL-AMOUNT-HASH
                   MOVE WS-FD-KEY-HASH(WS-FEED-SUB) TO RL-KEY-HASH
                   EVALUATE WS-FD-DISPOSITION(WS-FEED-SUB)
                       WHEN "A"
                           MOVE "ACCEPTED" TO RL-DISPOSITION
                       WHEN "O"
                           MOVE "OVERRIDDEN" TO RL-DISPOSITION
                           STRING WS-FD-REASON(WS-FEED-SUB)
                                   " RELOAD AUTHORIZED BY "
                                   WS-FD-OPERATOR(WS-FEED-SUB)
                               DELIMITED BY SIZE INTO RL-NOTE
                       WHEN "H"
                           MOVE "HELD" TO RL-DISPOSITION
                           MOVE "NOT PROCESSED - ANOTHER FEED REFUSED"
                               TO RL-NOTE
                       WHEN "R"
                           MOVE "REFUSED" TO RL-DISPOSITION
                           EVALUATE WS-FD-REASON(WS-FEED-SUB)
                               WHEN "RCVD"
                                   MOVE
                                     "RCVD DUPLICATE OF A RECEIVED FEED"
                                       TO RL-NOTE
                               WHEN "RCVO"
                                   MOVE
                                     "RCVO REPEATED OR OUT OF ORDER"
                                       TO RL-NOTE
                               WHEN "RCVS"
                                   MOVE
                                     "RCVS SEQUENCE NUMBER(S) SKIPPED"
                                       TO RL-NOTE
                           END-EVALUATE
                   END-EVALUATE
               END-IF
               MOVE WS-RECEIPT-LINE TO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-RECEIVED-COUNT " FEED(S) RECEIVED, "
                   WS-OVERRIDDEN-COUNT " ON OVERRIDE, "
                   WS-HELD-COUNT " HELD, "
                   WS-REFUSED-COUNT " REFUSED - "
                   WS-REGISTER-READ-COUNT " EARLIER RECEIPT(S) ON "
                   "RCVREG"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           IF WS-REFUSED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  ** CYCLE STOPPED - A REFUSED FEED MAY BE "
                       "RELOADED ONLY ON AN OVERRIDE CARD"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
           END-IF.

      *    A refused feed stops the cycle; an override leaves a
      *    warning return code so the reload is never silent.
       9000-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY "RCVCTL: " WS-RECEIVED-COUNT " FEED(S) RECEIVED, "
               WS-OVERRIDDEN-COUNT " ON OVERRIDE, " WS-HELD-COUNT
               " HELD, " WS-REFUSED-COUNT " REFUSED"
           IF WS-REFUSED-COUNT > 0
               DISPLAY "RCVCTL: CYCLE STOPPED - REFUSED FEED(S) ON "
                   "RCVREG"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-OVERRIDDEN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
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
