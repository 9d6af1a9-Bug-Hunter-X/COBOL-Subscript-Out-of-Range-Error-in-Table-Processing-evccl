      ******************************************************************
      *    MSTINQ
      *    Master inquiry over MSTINDEX, the indexed copy of the
      *    master MSTLOAD rebuilds after every new generation.  For
      *    the phone call about one account - or a run of accounts,
      *    or a company, or a status - during the day: each request
      *    card on INQPARM is answered by keyed reads of MSTINDEX,
      *    never a pass of the sequential master, and nothing in the
      *    batch chain is opened for update, so it can run at any
      *    hour, as often as asked.  Every page of INQRPT carries
      *    the master generation the answers come from; the first
      *    page adds when and after which step the index was built.
      *    An index whose control record is missing - a rebuild
      *    that did not finish - is refused.  When GENCTL has moved
      *    past the index's generation (a new master written but
      *    MSTLOAD not yet run), the answers are still given, from
      *    the generation the index holds, under a warning.
      *    INQPARM request cards (keyword=value, blank cards
      *    ignored, answered in the order given, up to 200):
      *        KEY=id                 one account by its 10-byte id
      *        RANGE=fromid,toid      every account from fromid to
      *                               toid inclusive, in key order
      *        COMPANY=ccc            every account of the company,
      *                               by the company alternate key
      *        STATUS=ss              every account in the status,
      *                               by the status alternate key
      *    A card that does not parse stops the run before anything
      *    is printed, as AUDINQ's do, so no deck is half-answered.
      *    This is not a step of the nightly cycle and raises no
      *    operations alerts - it runs on request, like RECTRACE.
      *    Return code: 0 answered, 4 answered from an index behind
      *    GENCTL, 16 a card error or no usable index.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "INQPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    The indexed copy of the master MSTLOAD builds - read
      *    only.
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

           SELECT GENERATION-FILE
               ASSIGN TO "GENCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT INQUIRY-PRINT-FILE
               ASSIGN TO "INQRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                 PIC X(80).

      *    Mirrors the MSTINDEX record in MSTLOAD - keep the two in
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

       FD  GENERATION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GENERATION-RECORD.
           05  GC-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(75).

       FD  INQUIRY-PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  INQUIRY-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-INDEX-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-GENERATION-STATUS    PIC X(2)  VALUE SPACES.
           05  WS-PRINT-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X(1)  VALUE "N".
           05  WS-BROWSE-END           PIC X(1)  VALUE "N".
           05  WS-INDEX-BEHIND-SWITCH  PIC X(1)  VALUE "N".
               88  WS-INDEX-BEHIND             VALUE "Y".

       01  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(60) VALUE SPACES.
       01  WS-VALUE-SUB                PIC 9(2)  VALUE 0.
       01  WS-COMMA-POSITION           PIC 9(2)  VALUE 0.

      *    The request deck, parsed in full before the first answer.
       01  WS-REQUEST-AREA.
           05  WS-REQUEST-COUNT        PIC 9(3) VALUE 0.
           05  WS-REQUEST-TABLE OCCURS 200 TIMES.
               10  WS-RQ-TYPE          PIC X(1).
                   88  WS-RQ-BY-KEY            VALUE "K".
                   88  WS-RQ-BY-RANGE          VALUE "R".
                   88  WS-RQ-BY-COMPANY        VALUE "C".
                   88  WS-RQ-BY-STATUS         VALUE "S".
               10  WS-RQ-FROM          PIC X(10).
               10  WS-RQ-TO            PIC X(10).
               10  WS-RQ-CARD          PIC X(80).
       01  WS-REQUEST-SUB              PIC 9(3) VALUE 0.

      *    What the control record says the index holds.
       01  WS-INDEX-GENERATION         PIC 9(5) VALUE 0.
       01  WS-INDEX-RECORD-COUNT       PIC 9(5) VALUE 0.
       01  WS-INDEX-CHECKSUM           PIC S9(15)V99 VALUE 0.
       01  WS-INDEX-BUILD-DATE         PIC 9(8) VALUE 0.
       01  WS-INDEX-BUILD-DATE-PARTS REDEFINES WS-INDEX-BUILD-DATE.
           05  WS-BUILD-YYYY           PIC 9(4).
           05  WS-BUILD-MM             PIC 9(2).
           05  WS-BUILD-DD             PIC 9(2).
       01  WS-INDEX-BUILD-TIME         PIC 9(6) VALUE 0.
       01  WS-INDEX-BUILD-TIME-PARTS REDEFINES WS-INDEX-BUILD-TIME.
           05  WS-BUILD-HH             PIC 9(2).
           05  WS-BUILD-MI             PIC 9(2).
           05  WS-BUILD-SS             PIC 9(2).
       01  WS-INDEX-SOURCE-STEP        PIC X(8) VALUE SPACES.
       01  WS-CONTROL-GENERATION       PIC 9(5) VALUE 0.

       01  WS-ANSWER-COUNT             PIC 9(5) VALUE 0.
       01  WS-ANSWER-TOTAL             PIC S9(15)V99 VALUE 0.
       01  WS-RECORDS-SHOWN            PIC 9(7) VALUE 0.
       01  WS-EDIT-TOTAL               PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DT-ID-FIELD             PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DT-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  DT-AMOUNT-TEXT REDEFINES DT-AMOUNT
                                       PIC X(15).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DT-EFF-DATE             PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DT-STATUS-CODE          PIC X(2).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DT-COMPANY-CODE         PIC X(3).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1500-READ-REQUEST-CARDS
           PERFORM 1000-INITIALIZE
           PERFORM 1700-CHECK-INDEX-CURRENCY
           PERFORM 2000-ANSWER-REQUESTS
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    The control record is read before the first page, because
      *    every page heading carries its generation.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "35"
               DISPLAY "MSTINQ: NO MSTINDEX FILE - RUN MSTLOAD TO "
                   "BUILD IT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "MSTINQ: UNABLE TO OPEN MSTINDEX, STATUS="
                   WS-INDEX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO MX-ID-FIELD
           READ INDEX-FILE KEY IS MX-ID-FIELD
               INVALID KEY
                   DISPLAY "MSTINQ: MSTINDEX HAS NO CONTROL RECORD - "
                       "ITS LAST REBUILD DID NOT FINISH, RERUN "
                       "MSTLOAD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE MC-GENERATION TO WS-INDEX-GENERATION
           MOVE MC-RECORD-COUNT TO WS-INDEX-RECORD-COUNT
           MOVE MC-CHECKSUM TO WS-INDEX-CHECKSUM
           MOVE MC-BUILD-DATE TO WS-INDEX-BUILD-DATE
           MOVE MC-BUILD-TIME TO WS-INDEX-BUILD-TIME
           MOVE MC-SOURCE-STEP TO WS-INDEX-SOURCE-STEP
           OPEN OUTPUT INQUIRY-PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "MSTINQ: UNABLE TO OPEN INQRPT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-PRINT-PAGE-HEADER
           MOVE WS-INDEX-CHECKSUM TO WS-EDIT-TOTAL
           MOVE SPACES TO INQUIRY-PRINT-LINE
           STRING "  MSTINDEX BUILT " WS-BUILD-MM "/" WS-BUILD-DD "/"
                   WS-BUILD-YYYY " AT " WS-BUILD-HH ":" WS-BUILD-MI
                   ":" WS-BUILD-SS " AFTER " WS-INDEX-SOURCE-STEP
                   " - " WS-INDEX-RECORD-COUNT " RECORD(S), "
                   "CHECKSUM " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO INQUIRY-PRINT-LINE
           PERFORM 7500-WRITE-PRINT-LINE.

       1100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO INQUIRY-PRINT-LINE
           STRING "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/"
                   WS-RUN-YYYY "   MASTER INQUIRY   MASTER "
                   "GENERATION " WS-INDEX-GENERATION "   PAGE "
                   WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO INQUIRY-PRINT-LINE
           WRITE INQUIRY-PRINT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *    The whole deck is checked before the index is opened, so
      *    a bad card costs nothing and answers nothing.
       1500-READ-REQUEST-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "MSTINQ: UNABLE TO OPEN INQPARM, STATUS="
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
                       PERFORM 1600-APPLY-REQUEST-CARD
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.

       1600-APPLY-REQUEST-CARD.
           IF PARM-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-REQUEST-COUNT >= 200
                   DISPLAY "MSTINQ: MORE THAN 200 REQUESTS ON "
                       "INQPARM - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               ADD 1 TO WS-REQUEST-COUNT
               MOVE PARM-RECORD TO WS-RQ-CARD(WS-REQUEST-COUNT)
               MOVE SPACES TO WS-RQ-FROM(WS-REQUEST-COUNT)
               MOVE SPACES TO WS-RQ-TO(WS-REQUEST-COUNT)
               EVALUATE WS-PARM-KEYWORD
                   WHEN "KEY"
                       IF WS-PARM-VALUE(1:10) = SPACES
                           OR WS-PARM-VALUE(11:50) NOT = SPACES
                           PERFORM 1690-REJECT-REQUEST-CARD
                       END-IF
                       SET WS-RQ-BY-KEY(WS-REQUEST-COUNT) TO TRUE
                       MOVE WS-PARM-VALUE(1:10)
                           TO WS-RQ-FROM(WS-REQUEST-COUNT)
                   WHEN "RANGE"
                       PERFORM 1650-SPLIT-RANGE-VALUE
                       SET WS-RQ-BY-RANGE(WS-REQUEST-COUNT) TO TRUE
                   WHEN "COMPANY"
                       IF WS-PARM-VALUE(1:3) = SPACES
                           OR WS-PARM-VALUE(4:57) NOT = SPACES
                           PERFORM 1690-REJECT-REQUEST-CARD
                       END-IF
                       SET WS-RQ-BY-COMPANY(WS-REQUEST-COUNT)
                           TO TRUE
                       MOVE WS-PARM-VALUE(1:3)
                           TO WS-RQ-FROM(WS-REQUEST-COUNT)
                   WHEN "STATUS"
                       IF WS-PARM-VALUE(1:2) = SPACES
                           OR WS-PARM-VALUE(3:58) NOT = SPACES
                           PERFORM 1690-REJECT-REQUEST-CARD
                       END-IF
                       SET WS-RQ-BY-STATUS(WS-REQUEST-COUNT) TO TRUE
                       MOVE WS-PARM-VALUE(1:2)
                           TO WS-RQ-FROM(WS-REQUEST-COUNT)
                   WHEN OTHER
                       DISPLAY "MSTINQ: UNRECOGNIZED PARAMETER "
                           "CARD: " PARM-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      *    fromid,toid - each 1-10 characters, the first no higher
      *    than the second.
       1650-SPLIT-RANGE-VALUE.
           MOVE 0 TO WS-COMMA-POSITION
           PERFORM VARYING WS-VALUE-SUB FROM 1 BY 1
                   UNTIL WS-VALUE-SUB > 11 OR WS-COMMA-POSITION > 0
               IF WS-PARM-VALUE(WS-VALUE-SUB:1) = ","
                   MOVE WS-VALUE-SUB TO WS-COMMA-POSITION
               END-IF
           END-PERFORM
           IF WS-COMMA-POSITION < 2
               PERFORM 1690-REJECT-REQUEST-CARD
           END-IF
           MOVE WS-PARM-VALUE(1:WS-COMMA-POSITION - 1)
               TO WS-RQ-FROM(WS-REQUEST-COUNT)
           MOVE WS-PARM-VALUE(WS-COMMA-POSITION + 1:10)
               TO WS-RQ-TO(WS-REQUEST-COUNT)
           IF WS-RQ-FROM(WS-REQUEST-COUNT) = SPACES
               OR WS-RQ-TO(WS-REQUEST-COUNT) = SPACES
               OR WS-PARM-VALUE(WS-COMMA-POSITION + 11:) NOT = SPACES
               OR WS-RQ-FROM(WS-REQUEST-COUNT) >
                   WS-RQ-TO(WS-REQUEST-COUNT)
               PERFORM 1690-REJECT-REQUEST-CARD
           END-IF.

       1690-REJECT-REQUEST-CARD.
           DISPLAY "MSTINQ: REQUEST VALUE NOT VALID ON CARD: "
               PARM-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    Read-only look at the chain's generation - the index is
      *    still answered from, but the report says how far behind
      *    it is.
       1700-CHECK-INDEX-CURRENCY.
           OPEN INPUT GENERATION-FILE
           IF WS-GENERATION-STATUS = "00"
               READ GENERATION-FILE
                   AT END
                       MOVE 0 TO GC-GENERATION
               END-READ
               IF GC-GENERATION IS NUMERIC
                   MOVE GC-GENERATION TO WS-CONTROL-GENERATION
               END-IF
               CLOSE GENERATION-FILE
               IF WS-INDEX-GENERATION > 0
                   AND WS-CONTROL-GENERATION NOT =
                       WS-INDEX-GENERATION
                   SET WS-INDEX-BEHIND TO TRUE
                   DISPLAY "MSTINQ: WARNING - GENCTL IS AT "
                       "GENERATION " WS-CONTROL-GENERATION
                       " BUT MSTINDEX HOLDS GENERATION "
                       WS-INDEX-GENERATION
                   MOVE SPACES TO INQUIRY-PRINT-LINE
                   STRING "  *** GENCTL IS NOW AT GENERATION "
                           WS-CONTROL-GENERATION " - ANSWERS BELOW "
                           "ARE AS OF GENERATION "
                           WS-INDEX-GENERATION
                           " UNTIL MSTLOAD IS RERUN ***"
                       DELIMITED BY SIZE INTO INQUIRY-PRINT-LINE
                   PERFORM 7500-WRITE-PRINT-LINE
               END-IF
           ELSE
               DISPLAY "MSTINQ: NO GENCTL FILE - INDEX GENERATION "
                   "NOT CHECKED AGAINST THE CONTROL"
           END-IF.

       2000-ANSWER-REQUESTS.
           IF WS-REQUEST-COUNT = 0
               MOVE SPACES TO INQUIRY-PRINT-LINE
               PERFORM 7500-WRITE-PRINT-LINE
               MOVE "  NO REQUESTS ON INQPARM - INDEX STATUS ONLY"
                   TO INQUIRY-PRINT-LINE
               PERFORM 7500-WRITE-PRINT-LINE
           END-IF
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               PERFORM 2050-PRINT-REQUEST-HEADING
               MOVE 0 TO WS-ANSWER-COUNT
               MOVE 0 TO WS-ANSWER-TOTAL
               EVALUATE TRUE
                   WHEN WS-RQ-BY-KEY(WS-REQUEST-SUB)
                       PERFORM 2100-ANSWER-BY-KEY
                   WHEN WS-RQ-BY-RANGE(WS-REQUEST-SUB)
                       PERFORM 2200-ANSWER-BY-RANGE
                   WHEN WS-RQ-BY-COMPANY(WS-REQUEST-SUB)
                       PERFORM 2300-ANSWER-BY-COMPANY
                   WHEN WS-RQ-BY-STATUS(WS-REQUEST-SUB)
                       PERFORM 2400-ANSWER-BY-STATUS
               END-EVALUATE
               PERFORM 2950-PRINT-REQUEST-FOOTING
           END-PERFORM.

       2050-PRINT-REQUEST-HEADING.
           MOVE SPACES TO INQUIRY-PRINT-LINE
           PERFORM 7500-WRITE-PRINT-LINE
           MOVE SPACES TO INQUIRY-PRINT-LINE
           STRING "  REQUEST  " WS-RQ-CARD(WS-REQUEST-SUB)
               DELIMITED BY SIZE INTO INQUIRY-PRINT-LINE
           PERFORM 7500-WRITE-PRINT-LINE
           MOVE SPACES TO INQUIRY-PRINT-LINE
           STRING "    ID                   AMOUNT  EFF DATE    "
                   "STATUS  COMPANY"
               DELIMITED BY SIZE INTO INQUIRY-PRINT-LINE
           PERFORM 7500-WRITE-PRINT-LINE.

       2100-ANSWER-BY-KEY.
           MOVE WS-RQ-FROM(WS-REQUEST-SUB) TO MX-ID-FIELD
           READ INDEX-FILE KEY IS MX-ID-FIELD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2900-PRINT-INDEX-RECORD
           END-READ.

       2200-ANSWER-BY-RANGE.
           MOVE WS-RQ-FROM(WS-REQUEST-SUB) TO MX-ID-FIELD
           START INDEX-FILE KEY IS NOT LESS THAN MX-ID-FIELD
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-END
               NOT INVALID KEY
                   MOVE "N" TO WS-BROWSE-END
           END-START
           PERFORM UNTIL WS-BROWSE-END = "Y"
               READ INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BROWSE-END
                   NOT AT END
                       IF MX-ID-FIELD > WS-RQ-TO(WS-REQUEST-SUB)
                           MOVE "Y" TO WS-BROWSE-END
                       ELSE
                           PERFORM 2900-PRINT-INDEX-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *    Alternate-key browse - the duplicates come back in the
      *    order MSTLOAD wrote them, which is key order.
       2300-ANSWER-BY-COMPANY.
           MOVE WS-RQ-FROM(WS-REQUEST-SUB)(1:3) TO MX-COMPANY-CODE
           START INDEX-FILE KEY IS EQUAL TO MX-COMPANY-CODE
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-END
               NOT INVALID KEY
                   MOVE "N" TO WS-BROWSE-END
           END-START
           PERFORM UNTIL WS-BROWSE-END = "Y"
               READ INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BROWSE-END
                   NOT AT END
                       IF MX-COMPANY-CODE NOT =
                           WS-RQ-FROM(WS-REQUEST-SUB)(1:3)
                           MOVE "Y" TO WS-BROWSE-END
                       ELSE
                           PERFORM 2900-PRINT-INDEX-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       2400-ANSWER-BY-STATUS.
           MOVE WS-RQ-FROM(WS-REQUEST-SUB)(1:2) TO MX-STATUS-CODE
           START INDEX-FILE KEY IS EQUAL TO MX-STATUS-CODE
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-END
               NOT INVALID KEY
                   MOVE "N" TO WS-BROWSE-END
           END-START
           PERFORM UNTIL WS-BROWSE-END = "Y"
               READ INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BROWSE-END
                   NOT AT END
                       IF MX-STATUS-CODE NOT =
                           WS-RQ-FROM(WS-REQUEST-SUB)(1:2)
                           MOVE "Y" TO WS-BROWSE-END
                       ELSE
                           PERFORM 2900-PRINT-INDEX-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       2900-PRINT-INDEX-RECORD.
           MOVE MX-ID-FIELD TO DT-ID-FIELD
           IF MX-AMOUNT-FIELD IS NUMERIC
               MOVE MX-AMOUNT-FIELD TO DT-AMOUNT
               ADD MX-AMOUNT-FIELD TO WS-ANSWER-TOTAL
           ELSE
               MOVE "    NOT NUMERIC" TO DT-AMOUNT-TEXT
           END-IF
           MOVE MX-EFF-DATE-FIELD TO DT-EFF-DATE
           MOVE MX-STATUS-CODE TO DT-STATUS-CODE
           MOVE MX-COMPANY-CODE TO DT-COMPANY-CODE
           MOVE WS-DETAIL-LINE TO INQUIRY-PRINT-LINE
           PERFORM 7500-WRITE-PRINT-LINE
           ADD 1 TO WS-ANSWER-COUNT
           ADD 1 TO WS-RECORDS-SHOWN.

       2950-PRINT-REQUEST-FOOTING.
           MOVE SPACES TO INQUIRY-PRINT-LINE
           IF WS-ANSWER-COUNT = 0
               STRING "    NOTHING ON MASTER GENERATION "
                       WS-INDEX-GENERATION " ANSWERS THIS REQUEST"
                   DELIMITED BY SIZE INTO INQUIRY-PRINT-LINE
           ELSE
               MOVE WS-ANSWER-TOTAL TO WS-EDIT-TOTAL
               STRING "    " WS-ANSWER-COUNT " RECORD(S), AMOUNT "
                       "TOTAL " WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO INQUIRY-PRINT-LINE
           END-IF
           PERFORM 7500-WRITE-PRINT-LINE.

       7500-WRITE-PRINT-LINE.
           WRITE INQUIRY-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

       9000-TERMINATE.
           CLOSE INDEX-FILE
           CLOSE INQUIRY-PRINT-FILE
           DISPLAY "MSTINQ: " WS-REQUEST-COUNT " REQUEST(S) "
               "ANSWERED, " WS-RECORDS-SHOWN " RECORD(S) SHOWN, "
               "FROM MASTER GENERATION " WS-INDEX-GENERATION
           IF WS-INDEX-BEHIND
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
