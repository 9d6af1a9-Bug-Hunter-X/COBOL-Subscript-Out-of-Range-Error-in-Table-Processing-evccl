      ******************************************************************
      *    REFMAINT
      *    Maintenance for the company and status code reference file
      *    the field edits in TABLEBLD, TABWORK, TABMAINT, and REJFIX
      *    validate against, and the report descriptions TABRPT and
      *    TABSUM print come from.  Reads the current REFCODES,
      *    applies the day's add/change/retire cards from REFCARDS,
      *    and writes the result key-ascending to REFCODEO, which the
      *    scheduler swaps in as the next cycle's REFCODES the way
      *    HOUSEKP's XTRCTLO replaces XTRCTL.  Every card - applied
      *    or rejected, with the reason - prints on the REFRPT change
      *    register with the code's flag and date before and after,
      *    so a code change leaves the same trail a program change
      *    used to.  A missing REFCODES means the file is being
      *    created, and every card must then be an add.
      *    Codes are never deleted: a retired code stays on file so
      *    the reports can still describe history that carries it.
      *    REFCARDS card layout (80 bytes, blank cards ignored):
      *        COL   1     ACTION  A = ADD (OR REACTIVATE A RETIRED
      *                                    CODE)
      *                            C = CHANGE DESCRIPTION AND/OR
      *                                EFFECTIVE DATE
      *                            R = RETIRE
      *        COL   3     CODE TYPE (C = COMPANY, S = STATUS)
      *        COLS  5-7   CODE (A STATUS CODE USES COLS 5-6)
      *        COLS  9-16  DATE YYYYMMDD - THE EFFECTIVE DATE ON AN
      *                    ADD OR CHANGE, THE RETIREMENT DATE ON A
      *                    RETIRE (SPACES = RUN DATE; ON A CHANGE,
      *                    SPACES LEAVE THE DATE AS IT IS)
      *        COLS 18-47  DESCRIPTION (REQUIRED ON A NEW ADD; ON A
      *                    CHANGE OR REACTIVATION, SPACES LEAVE THE
      *                    DESCRIPTION AS IT IS)
      *    Runs as a step of the nightly cycle: CYCSTEP logs its
      *    start and end on CYCLOG and refuses it when its
      *    predecessors in the cycle plan have not ended cleanly
      *    or it has already ended cleanly this cycle (CYCCTL
      *    prints the cycle status and the restart step).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The current reference file.  Layout in REFCODES.cpy.
           SELECT REFERENCE-FILE
               ASSIGN TO "REFCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

           SELECT CHANGE-CARD-FILE
               ASSIGN TO "REFCARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

      *    The maintained reference file, swapped in by the scheduler
      *    as the next cycle's REFCODES.
           SELECT REFERENCE-OUT-FILE
               ASSIGN TO "REFCODEO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-OUT-STATUS.

           SELECT REGISTER-PRINT-FILE
               ASSIGN TO "REFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *    This run's machine-readable alerts, one fixed-layout
      *    record per exception raised, merged into the operations
      *    dashboard by OPSSUM.  Layout in ALERTREC.cpy.
           SELECT ALERT-FILE
               ASSIGN TO "ALTREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Keep in step with the layout documented in REFCODES.cpy.
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

       FD  CHANGE-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CHANGE-CARD.
           05  CC-ACTION               PIC X(1).
               88  CC-ADD                      VALUE "A".
               88  CC-CHANGE                   VALUE "C".
               88  CC-RETIRE                   VALUE "R".
           05  FILLER                  PIC X(1).
           05  CC-CODE-TYPE            PIC X(1).
               88  CC-TYPE-VALID               VALUES "C" "S".
               88  CC-TYPE-STATUS              VALUE "S".
           05  FILLER                  PIC X(1).
           05  CC-CODE                 PIC X(3).
           05  FILLER                  PIC X(1).
           05  CC-DATE                 PIC X(8).
           05  CC-DATE-PARTS REDEFINES CC-DATE.
               10  CC-DATE-YYYY        PIC 9(4).
               10  CC-DATE-MM          PIC 9(2).
               10  CC-DATE-DD          PIC 9(2).
           05  CC-DATE-NUM REDEFINES CC-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(33).

       FD  REFERENCE-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REFERENCE-OUT-RECORD.
           05  RO-CODE-TYPE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  RO-CODE                 PIC X(3).
           05  FILLER                  PIC X(1).
           05  RO-ACTIVE-FLAG          PIC X(1).
           05  FILLER                  PIC X(1).
           05  RO-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RO-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(33).

       FD  REGISTER-PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-PRINT-LINE         PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY REFCODES.
           COPY ALERTREC.
           COPY CYCLINK.
       01  WS-FLAGS.
           05  WS-REFERENCE-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-CARD-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-REFERENCE-OUT-STATUS PIC X(2)  VALUE SPACES.
           05  WS-PRINT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-REFERENCE-EOF        PIC X(1)  VALUE "N".
           05  WS-CARD-EOF             PIC X(1)  VALUE "N".
           05  WS-CARD-SWITCH          PIC X(1)  VALUE "Y".
               88  WS-CARD-ACCEPTED            VALUE "Y".
               88  WS-CARD-REJECTED            VALUE "N".
           05  WS-FOUND-SWITCH         PIC X(1)  VALUE "N".
               88  WS-CODE-ON-FILE             VALUE "Y".

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

      *    The card's type and code as one 4-byte key in the same
      *    shape as WS-REF-KEY, so the table can be kept in key
      *    order and searched with one compare.
       01  WS-CARD-KEY.
           05  WS-CARD-KEY-TYPE        PIC X(1).
           05  WS-CARD-KEY-CODE        PIC X(3).
       01  WS-CARD-DATE                PIC 9(8)  VALUE 0.
       01  WS-DAYS-IN-MONTH            PIC 9(2)  VALUE 0.
       01  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.

      *    Insertion point for a new code - the table is held in
      *    key order so REFCODEO comes out sorted whatever order the
      *    input file or the cards arrive in.
       01  WS-INSERT-SUB               PIC 9(3)  VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(3)  VALUE 0.
       01  WS-NEW-ENTRY.
           05  WS-NEW-KEY.
               10  WS-NEW-TYPE         PIC X(1).
               10  WS-NEW-CODE         PIC X(3).
           05  WS-NEW-ACTIVE-FLAG      PIC X(1).
           05  WS-NEW-EFF-DATE         PIC 9(8).
           05  WS-NEW-DESCRIPTION      PIC X(30).

      *    The affected code's flag and date before the card, for
      *    the register.
       01  WS-BEFORE-FLAG              PIC X(1)  VALUE SPACE.
       01  WS-BEFORE-DATE              PIC 9(8)  VALUE 0.

       01  WS-LOADED-COUNT             PIC 9(5)  VALUE 0.
       01  WS-CARD-READ-COUNT          PIC 9(5)  VALUE 0.
       01  WS-ADDED-COUNT              PIC 9(5)  VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(5)  VALUE 0.
       01  WS-RETIRED-COUNT            PIC 9(5)  VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(5)  VALUE 0.
       01  WS-ACTIVE-COUNT             PIC 9(5)  VALUE 0.
       01  WS-INACTIVE-COUNT           PIC 9(5)  VALUE 0.

       01  WS-LINE-COUNT               PIC 9(3)  VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3)  VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(3)  VALUE 60.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ACTION               PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-CODE-TYPE            PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-CODE                 PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-BEFORE-FLAG          PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-BEFORE-DATE          PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-AFTER-FLAG           PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-AFTER-DATE           PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-NOTE                 PIC X(40).
           05  FILLER                  PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-RECORD-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-REFERENCE-CODES
           PERFORM 2000-APPLY-CHANGE-CARDS
           PERFORM 3000-WRITE-REFERENCE-FILE
           PERFORM 8000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           PERFORM 0900-RECORD-STEP-END
           STOP RUN.

      *    Every nightly step reports its start to the cycle
      *    control file through CYCSTEP, which refuses it when
      *    its predecessors have not ended cleanly or it has
      *    already run this cycle.
       0100-RECORD-STEP-START.
           MOVE "REFMAINT" TO CS-STEP-NAME
           SET CS-STEP-STARTING TO TRUE
           CALL "CYCSTEP" USING WS-CYCLE-STEP-AREA
           END-CALL
           IF CS-STEP-REFUSED
               DISPLAY "REFMAINT: REFUSED BY CYCLE CONTROL - SEE "
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
           OPEN INPUT CHANGE-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "REFMAINT: UNABLE TO OPEN REFCARDS, STATUS="
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REFERENCE-OUT-FILE
           IF WS-REFERENCE-OUT-STATUS NOT = "00"
               DISPLAY "REFMAINT: UNABLE TO OPEN REFCODEO, STATUS="
                   WS-REFERENCE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "REFMAINT: UNABLE TO OPEN REFRPT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "REFMAINT: UNABLE TO OPEN ALTREF, STATUS="
                   WS-ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ALERT-RECORD
           MOVE "REFMAINT" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           PERFORM 1100-PRINT-PAGE-HEADER.

       1100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/"
                   WS-RUN-YYYY "   REFERENCE CODE CHANGE REGISTER"
                   "   PAGE " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "  ACT  TYP  CODE  BEFORE       AFTER"
                   "        DESCRIPTION                      RESULT"
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *    A missing REFCODES is the first run - the file is built
      *    from the cards alone.
       1500-LOAD-REFERENCE-CODES.
           OPEN INPUT REFERENCE-FILE
           IF WS-REFERENCE-STATUS = "35"
               DISPLAY "REFMAINT: NO REFCODES FILE - A NEW REFERENCE "
                   "FILE WILL BE BUILT FROM THE CARDS"
           ELSE
               IF WS-REFERENCE-STATUS NOT = "00"
                   DISPLAY "REFMAINT: UNABLE TO OPEN REFCODES, "
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
                           PERFORM 1550-STORE-ONE-REFERENCE-CODE
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-FILE
               SET WS-REFCODES-LOADED TO TRUE
               DISPLAY "REFMAINT: " WS-LOADED-COUNT
                   " REFERENCE CODE(S) LOADED"
           END-IF.

      *    A duplicate on the input file means it was edited by hand
      *    - neither copy can be trusted to be the right one, so the
      *    run stops rather than guess.
       1550-STORE-ONE-REFERENCE-CODE.
           IF REFERENCE-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE RF-CODE-TYPE TO WS-CARD-KEY-TYPE
               MOVE RF-CODE TO WS-CARD-KEY-CODE
               PERFORM 2400-FIND-REFERENCE-CODE
               IF WS-CODE-ON-FILE
                   DISPLAY "REFMAINT: DUPLICATE CODE " RF-CODE-TYPE
                       " " RF-CODE " ON REFCODES - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RF-CODE-TYPE TO WS-NEW-TYPE
               MOVE RF-CODE TO WS-NEW-CODE
               MOVE RF-ACTIVE-FLAG TO WS-NEW-ACTIVE-FLAG
               MOVE RF-EFF-DATE TO WS-NEW-EFF-DATE
               MOVE RF-DESCRIPTION TO WS-NEW-DESCRIPTION
               PERFORM 2500-INSERT-REFERENCE-CODE
               ADD 1 TO WS-LOADED-COUNT
           END-IF.

       2000-APPLY-CHANGE-CARDS.
           MOVE "N" TO WS-CARD-EOF
           PERFORM UNTIL WS-CARD-EOF = "Y"
               READ CHANGE-CARD-FILE
                   AT END
                       MOVE "Y" TO WS-CARD-EOF
                   NOT AT END
                       IF CHANGE-CARD NOT = SPACES
                           ADD 1 TO WS-CARD-READ-COUNT
                           PERFORM 2100-APPLY-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.

      *    Card edits first, then the action against the table -
      *    a card that fails anywhere changes nothing and prints
      *    with the reason it was refused.
       2100-APPLY-ONE-CARD.
           SET WS-CARD-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACE TO WS-BEFORE-FLAG
           MOVE 0 TO WS-BEFORE-DATE
           PERFORM 2150-EDIT-CARD
           IF WS-CARD-ACCEPTED
               MOVE CC-CODE-TYPE TO WS-CARD-KEY-TYPE
               MOVE CC-CODE TO WS-CARD-KEY-CODE
               PERFORM 2400-FIND-REFERENCE-CODE
               IF WS-CODE-ON-FILE
                   MOVE WS-REF-ACTIVE-FLAG(WS-REF-SUB)
                       TO WS-BEFORE-FLAG
                   MOVE WS-REF-EFF-DATE(WS-REF-SUB)
                       TO WS-BEFORE-DATE
               END-IF
               EVALUATE TRUE
                   WHEN CC-ADD
                       PERFORM 2600-ADD-REFERENCE-CODE
                   WHEN CC-CHANGE
                       PERFORM 2700-CHANGE-REFERENCE-CODE
                   WHEN CC-RETIRE
                       PERFORM 2800-RETIRE-REFERENCE-CODE
               END-EVALUATE
           END-IF
           PERFORM 2900-REGISTER-CARD.

       2150-EDIT-CARD.
           EVALUATE TRUE
               WHEN NOT CC-ADD AND NOT CC-CHANGE AND NOT CC-RETIRE
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE "ACTION NOT A, C, OR R" TO WS-REJECT-TEXT
               WHEN NOT CC-TYPE-VALID
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE "CODE TYPE NOT C OR S" TO WS-REJECT-TEXT
               WHEN CC-CODE = SPACES
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE "CODE IS BLANK" TO WS-REJECT-TEXT
               WHEN CC-TYPE-STATUS AND CC-CODE(3:1) NOT = SPACE
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE "STATUS CODE LONGER THAN 2" TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 2200-EDIT-CARD-DATE
           END-EVALUATE.

      *    A blank date defaults to the run date; anything else must
      *    be a real calendar date - the same month-length and
      *    leap-year test as 2650-VALIDATE-EFF-DATE in TABLEBLD.
       2200-EDIT-CARD-DATE.
           IF CC-DATE = SPACES
               MOVE WS-RUN-DATE-NUM TO WS-CARD-DATE
           ELSE
               IF CC-DATE IS NOT NUMERIC
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE "DATE NOT NUMERIC" TO WS-REJECT-TEXT
               ELSE
                   IF CC-DATE-MM < 1 OR CC-DATE-MM > 12
                       SET WS-CARD-REJECTED TO TRUE
                       MOVE "DATE NOT A CALENDAR DATE"
                           TO WS-REJECT-TEXT
                   ELSE
                       MOVE 31 TO WS-DAYS-IN-MONTH
                       IF CC-DATE-MM = 4 OR CC-DATE-MM = 6
                               OR CC-DATE-MM = 9 OR CC-DATE-MM = 11
                           MOVE 30 TO WS-DAYS-IN-MONTH
                       END-IF
                       IF CC-DATE-MM = 2
                           IF FUNCTION MOD(CC-DATE-YYYY, 4) = 0
                                   AND (FUNCTION MOD(CC-DATE-YYYY,
                                           100) NOT = 0
                                       OR FUNCTION MOD(CC-DATE-YYYY,
                                           400) = 0)
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           ELSE
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                       IF CC-DATE-DD < 1
                               OR CC-DATE-DD > WS-DAYS-IN-MONTH
                           SET WS-CARD-REJECTED TO TRUE
                           MOVE "DATE NOT A CALENDAR DATE"
                               TO WS-REJECT-TEXT
                       END-IF
                   END-IF
                   MOVE CC-DATE-NUM TO WS-CARD-DATE
               END-IF
           END-IF.

      *    Serial search on the 4-byte key - leaves WS-REF-SUB on
      *    the matching entry when the code is on file.
       2400-FIND-REFERENCE-CODE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-REF-COUNT
                       OR WS-CODE-ON-FILE
               IF WS-REF-KEY(WS-REF-SUB) = WS-CARD-KEY
                   SET WS-CODE-ON-FILE TO TRUE
               END-IF
           END-PERFORM
           IF WS-CODE-ON-FILE
               SUBTRACT 1 FROM WS-REF-SUB
           END-IF.

      *    Opens a slot at the first entry with a higher key and
      *    drops WS-NEW-ENTRY into it.
       2500-INSERT-REFERENCE-CODE.
           IF WS-REF-COUNT >= 500
               DISPLAY "REFMAINT: MORE THAN 500 REFERENCE CODE(S) - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > WS-REF-COUNT
                   OR WS-REF-KEY(WS-INSERT-SUB) > WS-NEW-KEY
               ADD 1 TO WS-INSERT-SUB
           END-PERFORM
           PERFORM VARYING WS-SHIFT-SUB FROM WS-REF-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
               MOVE WS-REF-TABLE(WS-SHIFT-SUB)
                   TO WS-REF-TABLE(WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-REF-COUNT
           MOVE WS-NEW-TYPE TO WS-REF-TYPE(WS-INSERT-SUB)
           MOVE WS-NEW-CODE TO WS-REF-CODE(WS-INSERT-SUB)
           MOVE WS-NEW-ACTIVE-FLAG
               TO WS-REF-ACTIVE-FLAG(WS-INSERT-SUB)
           MOVE WS-NEW-EFF-DATE TO WS-REF-EFF-DATE(WS-INSERT-SUB)
           MOVE WS-NEW-DESCRIPTION
               TO WS-REF-DESCRIPTION(WS-INSERT-SUB).

      *    An add on a retired code brings it back into force from
      *    the card date, keeping its old description unless the
      *    card supplies a new one - a code is never on file twice.
       2600-ADD-REFERENCE-CODE.
           IF WS-CODE-ON-FILE
               IF WS-REF-ACTIVE-FLAG(WS-REF-SUB) = "A"
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE "CODE ALREADY ACTIVE ON FILE" TO WS-REJECT-TEXT
               ELSE
                   MOVE "A" TO WS-REF-ACTIVE-FLAG(WS-REF-SUB)
                   MOVE WS-CARD-DATE TO WS-REF-EFF-DATE(WS-REF-SUB)
                   IF CC-DESCRIPTION NOT = SPACES
                       MOVE CC-DESCRIPTION
                           TO WS-REF-DESCRIPTION(WS-REF-SUB)
                   END-IF
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           ELSE
               IF CC-DESCRIPTION = SPACES
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE "DESCRIPTION REQUIRED ON ADD" TO WS-REJECT-TEXT
               ELSE
                   MOVE WS-CARD-KEY TO WS-NEW-KEY
                   MOVE "A" TO WS-NEW-ACTIVE-FLAG
                   MOVE WS-CARD-DATE TO WS-NEW-EFF-DATE
                   MOVE CC-DESCRIPTION TO WS-NEW-DESCRIPTION
                   PERFORM 2500-INSERT-REFERENCE-CODE
                   PERFORM 2400-FIND-REFERENCE-CODE
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF.

      *    A change leaves the flag alone - retiring and reactivating
      *    are their own cards, so neither can happen by accident.
       2700-CHANGE-REFERENCE-CODE.
           IF NOT WS-CODE-ON-FILE
               SET WS-CARD-REJECTED TO TRUE
               MOVE "CODE NOT ON FILE" TO WS-REJECT-TEXT
           ELSE
               IF CC-DATE = SPACES AND CC-DESCRIPTION = SPACES
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE "NOTHING TO CHANGE ON CARD" TO WS-REJECT-TEXT
               ELSE
                   IF CC-DATE NOT = SPACES
                       MOVE WS-CARD-DATE
                           TO WS-REF-EFF-DATE(WS-REF-SUB)
                   END-IF
                   IF CC-DESCRIPTION NOT = SPACES
                       MOVE CC-DESCRIPTION
                           TO WS-REF-DESCRIPTION(WS-REF-SUB)
                   END-IF
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           END-IF.

      *    The retirement date replaces the effective date - from
      *    that day on the edits treat the code as retired, and
      *    until then it stays in force.
       2800-RETIRE-REFERENCE-CODE.
           IF NOT WS-CODE-ON-FILE
               SET WS-CARD-REJECTED TO TRUE
               MOVE "CODE NOT ON FILE" TO WS-REJECT-TEXT
           ELSE
               IF WS-REF-ACTIVE-FLAG(WS-REF-SUB) NOT = "A"
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE "CODE ALREADY RETIRED" TO WS-REJECT-TEXT
               ELSE
                   MOVE "I" TO WS-REF-ACTIVE-FLAG(WS-REF-SUB)
                   MOVE WS-CARD-DATE TO WS-REF-EFF-DATE(WS-REF-SUB)
                   IF CC-DESCRIPTION NOT = SPACES
                       MOVE CC-DESCRIPTION
                           TO WS-REF-DESCRIPTION(WS-REF-SUB)
                   END-IF
                   ADD 1 TO WS-RETIRED-COUNT
               END-IF
           END-IF.

      *    One register line per card.  A rejected card also sets
      *    the return code and raises a warning alert, since a code
      *    the business expected to be usable tomorrow is not.
       2900-REGISTER-CARD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CC-ACTION TO DL-ACTION
           MOVE CC-CODE-TYPE TO DL-CODE-TYPE
           MOVE CC-CODE TO DL-CODE
           IF WS-BEFORE-FLAG = SPACE
               MOVE "-" TO DL-BEFORE-FLAG
           ELSE
               MOVE WS-BEFORE-FLAG TO DL-BEFORE-FLAG
               MOVE WS-BEFORE-DATE TO DL-BEFORE-DATE
           END-IF
           IF WS-CARD-ACCEPTED
               MOVE WS-REF-ACTIVE-FLAG(WS-REF-SUB) TO DL-AFTER-FLAG
               MOVE WS-REF-EFF-DATE(WS-REF-SUB) TO DL-AFTER-DATE
               MOVE WS-REF-DESCRIPTION(WS-REF-SUB) TO DL-DESCRIPTION
               MOVE "APPLIED" TO DL-NOTE
           ELSE
               MOVE CC-DESCRIPTION TO DL-DESCRIPTION
               STRING "REJECTED - " WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO DL-NOTE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "REFMAINT: CARD REJECTED, " WS-REJECT-TEXT
                   ": " CHANGE-CARD(1:47)
               MOVE 4 TO RETURN-CODE
               SET AL-SEV-WARNING TO TRUE
               MOVE "RFRJ" TO AL-ALERT-CODE
               MOVE CHANGE-CARD(1:7) TO AL-KEY
               STRING "REFERENCE CARD REJECTED - " WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 9500-WRITE-ALERT-RECORD
           END-IF
           MOVE WS-DETAIL-LINE TO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE.

       3000-WRITE-REFERENCE-FILE.
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-REF-COUNT
               MOVE SPACES TO REFERENCE-OUT-RECORD
               MOVE WS-REF-TYPE(WS-REF-SUB) TO RO-CODE-TYPE
               MOVE WS-REF-CODE(WS-REF-SUB) TO RO-CODE
               MOVE WS-REF-ACTIVE-FLAG(WS-REF-SUB) TO RO-ACTIVE-FLAG
               MOVE WS-REF-EFF-DATE(WS-REF-SUB) TO RO-EFF-DATE
               MOVE WS-REF-DESCRIPTION(WS-REF-SUB) TO RO-DESCRIPTION
               WRITE REFERENCE-OUT-RECORD
               IF WS-REF-ACTIVE-FLAG(WS-REF-SUB) = "A"
                   ADD 1 TO WS-ACTIVE-COUNT
               ELSE
                   ADD 1 TO WS-INACTIVE-COUNT
               END-IF
           END-PERFORM.

       7500-WRITE-REGISTER-LINE.
           WRITE REGISTER-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

       8000-PRINT-TOTALS.
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "  CARDS READ " WS-CARD-READ-COUNT
                   "  ADDED " WS-ADDED-COUNT
                   "  CHANGED " WS-CHANGED-COUNT
                   "  RETIRED " WS-RETIRED-COUNT
                   "  REJECTED " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE
           MOVE SPACES TO REGISTER-PRINT-LINE
           STRING "  CODES ON FILE: LOADED " WS-LOADED-COUNT
                   "  WRITTEN " WS-REF-COUNT
                   " (" WS-ACTIVE-COUNT " ACTIVE / "
                   WS-INACTIVE-COUNT " RETIRED)"
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE
           PERFORM 7500-WRITE-REGISTER-LINE.

       9000-TERMINATE.
           CLOSE CHANGE-CARD-FILE
           CLOSE REFERENCE-OUT-FILE
           CLOSE REGISTER-PRINT-FILE
           CLOSE ALERT-FILE
           DISPLAY "REFMAINT: " WS-CARD-READ-COUNT " CARD(S) READ, "
               WS-REJECTED-COUNT " REJECTED, " WS-REF-COUNT
               " CODE(S) WRITTEN TO REFCODEO".

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
