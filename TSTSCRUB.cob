      ******************************************************************
      *    TSTSCRUB
      *    Scrubbed test-data generator for the non-production
      *    region.  Developers and the downstream consumers need
      *    production volumes to test against, but not production
      *    account ids and amounts.  This program copies the master
      *    (NEWMAST), the input feed (INFILE), and the maintenance
      *    feed (TRANFILE) to TSTMAST, TSTINFL, and TSTTRAN with:
      *      - every id replaced by a pseudonym.  The pseudonym is a
      *        keyed one-for-one substitution - digits stay digits,
      *        letters stay letters, anything else is left where it
      *        is, and each character's substitution depends on the
      *        rest of the id - so the same key becomes the
      *        same fake key in every file, two keys can never
      *        become one, and the files still match each other.
      *        The new id on a re-key transaction is substituted
      *        the same way.  Without the SCRBPARM key the
      *        substitution cannot be repeated, so the key card is
      *        kept with production, not with the test data;
      *      - every amount moved by a fixed percentage of itself
      *        within the SCRBPARM tolerance.  The percentage is
      *        drawn from the id, so one account's amounts move
      *        together in every file; zero stays zero and the sign
      *        is kept.  An amount the move would overflow is moved
      *        the other way instead;
      *      - company code, status code, and effective date copied
      *        unchanged, so the edits, the reference-code checks,
      *        the pending sweep, and the company breaks behave as
      *        they do on production;
      *      - every byte no program reads (detail columns 35-80,
      *        and the new-id columns of anything but a re-key)
      *        blanked, so nothing unrecognized leaves production.
      *    Framing is rebuilt the way the consuming program proves
      *    it.  Both NEWMAST and INFILE are proved against their
      *    own TR trailer first when they carry a generation, then
      *    written with a fresh HD count and, when generated, a TR
      *    trailer with the count and the checksum recomputed over
      *    the perturbed amounts - so TSTMAST passes TABMAINT's
      *    OLDMAST verification and TSTINFL TABLEBLD's, unchanged.
      *    The header's generation, feed date, and sequence are
      *    carried over; an INFILE that arrived with no HD gets
      *    one.  TRANFILE carries no framing in this suite and
      *    gets none.  TSTMAST and TSTTRAN are re-sorted on the
      *    pseudonym (TRANFILE keeping each key's transactions in
      *    their original order), because TABMAINT's balanced-line
      *    merge needs both in key sequence; TSTINFL keeps INFILE's
      *    order.  TSTGENC is written in the GENCTL layout with the
      *    scrubbed master's generation, to prime the test region's
      *    generation control.
      *    Each of the three inputs is optional - a file not
      *    supplied is noted and skipped.  The SCRBRPT register
      *    shows, per file, the records and checksums in and out,
      *    and, for the master and INFILE, the company/status
      *    distribution with its amount before and after.
      *    SCRBPARM cards (keyword=value, blank cards ignored):
      *        PSEUDONYM-KEY=nnnnnnnn     8-18 digits (required) -
      *                                   the same key gives the
      *                                   same pseudonyms run to run
      *        AMOUNT-TOLERANCE=nn        largest move, in whole
      *                                   percent, 0-50 (default 10)
      *    This is not a step of the nightly cycle and raises no
      *    operations alerts - it runs on request, like RECTRACE.
      *    Return code: 0 clean, 4 an input's HD count disagreed
      *    with its records (the output carries the true count) or
      *    a generation mismatch between the master and INFILE, 16
      *    a card error, a trailer that fails its proof, or nothing
      *    to scrub.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTSCRUB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "SCRBPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    The production inputs - each optional.
           SELECT MASTER-IN-FILE
               ASSIGN TO "NEWMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-IN-STATUS.

           SELECT INFILE-IN-FILE
               ASSIGN TO "INFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-IN-STATUS.

           SELECT TRAN-IN-FILE
               ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-IN-STATUS.

      *    The scrubbed test-region copies, in the same layouts.
           SELECT TEST-MASTER-FILE
               ASSIGN TO "TSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-MASTER-STATUS.

           SELECT TEST-INFILE-FILE
               ASSIGN TO "TSTINFL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-INFILE-STATUS.

           SELECT TEST-TRAN-FILE
               ASSIGN TO "TSTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-TRAN-STATUS.

      *    Generation control for the test region, GENCTL layout.
           SELECT TEST-GENERATION-FILE
               ASSIGN TO "TSTGENC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-GENERATION-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "SCRBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD                 PIC X(80).

       FD  MASTER-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MASTER-IN-RECORD            PIC X(80).

       FD  INFILE-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INFILE-IN-RECORD            PIC X(80).

       FD  TRAN-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01  TRAN-IN-RECORD.
           05  TI-ACTION               PIC X(1).
               88  TI-REKEY                     VALUE "R".
           05  TI-RECORD-DATA          PIC X(80).

       FD  TEST-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TEST-MASTER-RECORD          PIC X(80).

       FD  TEST-INFILE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TEST-INFILE-RECORD          PIC X(80).

       FD  TEST-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01  TEST-TRAN-RECORD.
           05  TT-ACTION               PIC X(1).
           05  TT-RECORD-DATA          PIC X(80).

       FD  TEST-GENERATION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TEST-GENERATION-RECORD.
           05  TG-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(75).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-MASTER-IN-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-INFILE-IN-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-TRAN-IN-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-TEST-MASTER-STATUS   PIC X(2)  VALUE SPACES.
           05  WS-TEST-INFILE-STATUS   PIC X(2)  VALUE SPACES.
           05  WS-TEST-TRAN-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-TEST-GENERATION-STATUS PIC X(2) VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X(1)  VALUE "N".
           05  WS-INPUT-EOF            PIC X(1)  VALUE "N".
           05  WS-KEY-GIVEN-SWITCH     PIC X(1)  VALUE "N".
               88  WS-KEY-GIVEN                VALUE "Y".
           05  WS-REKEY-SWITCH         PIC X(1)  VALUE "N".
               88  WS-SCRUBBING-REKEY          VALUE "Y".
           05  WS-TALLY-SWITCH         PIC X(1)  VALUE "N".
               88  WS-TALLYING-DISTRIBUTION    VALUE "Y".

       01  WS-PARM-KEYWORD             PIC X(20) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(60) VALUE SPACES.
       01  WS-VALUE-NUMERIC            PIC X(1)  VALUE "N".
       01  WS-VALUE-ENDED              PIC X(1)  VALUE "N".
       01  WS-VALUE-SUB                PIC 9(2)  VALUE 0.
       01  WS-VALUE-DIGIT-COUNT        PIC 9(2)  VALUE 0.

      *    The pseudonym key as typed, and the digit-weighted sum
      *    of it that seeds the amount moves.
       01  WS-KEY-TEXT                 PIC X(18) VALUE SPACES.
       01  WS-KEY-LENGTH               PIC 9(2)  VALUE 0.
       01  WS-KEY-SUB                  PIC 9(2)  VALUE 0.
       01  WS-KEY-DIGIT-1              PIC 9(1)  VALUE 0.
       01  WS-KEY-DIGIT-2              PIC 9(1)  VALUE 0.
       01  WS-KEY-SUM                  PIC 9(5)  VALUE 0.

       01  WS-AMOUNT-TOLERANCE         PIC 9(2)  VALUE 10.
       01  WS-TOLERANCE-BASIS-POINTS   PIC 9(5)  VALUE 0.
       01  WS-TOLERANCE-RANGE          PIC 9(5)  VALUE 0.
       01  WS-BASIS-POINTS             PIC S9(5) VALUE 0.
       01  WS-OLD-AMOUNT               PIC S9(9)V99 VALUE 0.
       01  WS-REFLECTED-COUNT          PIC 9(7)  VALUE 0.

      *    Substitution alphabets - a character found in neither is
      *    left as it is.
       01  WS-DIGIT-ALPHABET           PIC X(10) VALUE "0123456789".
       01  WS-LETTER-ALPHABET          PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-PSEUDO-IN                PIC X(10) VALUE SPACES.
       01  WS-PSEUDO-OUT               PIC X(10) VALUE SPACES.
       01  WS-PSEUDO-CHAR              PIC X(1)  VALUE SPACE.
       01  WS-PSEUDO-CHAIN             PIC 9(7)  VALUE 0.
       01  WS-AMOUNT-CHAIN             PIC 9(7)  VALUE 0.
       01  WS-CHAR-SUB                 PIC 9(2)  VALUE 0.
       01  WS-PASS-OFFSET              PIC 9(2)  VALUE 0.
       01  WS-ALPHA-SUB                PIC 9(2)  VALUE 0.
       01  WS-CLASS-SIZE               PIC 9(2)  VALUE 0.
       01  WS-CHAR-INDEX               PIC 9(2)  VALUE 0.
       01  WS-CHAR-SHIFT               PIC 9(2)  VALUE 0.
       01  WS-NEW-INDEX                PIC 9(2)  VALUE 0.

      *    One detail being scrubbed - the master/feed layout of
      *    WS-ENTRY-FIELDS in WSTABLE.cpy, with the re-key new id
      *    where TABMAINT's TX-NEW-ID-FIELD sits.
       01  WS-SCRUB-DATA.
           05  SD-ID-FIELD             PIC X(10).
           05  SD-AMOUNT-FIELD         PIC S9(9)V99.
           05  SD-EFF-DATE-FIELD       PIC X(8).
           05  SD-STATUS-CODE          PIC X(2).
           05  SD-COMPANY-CODE         PIC X(3).
           05  SD-NEW-ID-FIELD         PIC X(10).
           05  SD-UNREAD-BYTES         PIC X(36).

      *    One file's scrubbed details, held so the HD count is
      *    known before the HD is written and the output can be
      *    put back into key sequence.
       01  WS-SCRUB-AREA.
           05  WS-SCRUB-COUNT          PIC 9(5) VALUE 0.
           05  WS-SCRUB-MAX            PIC 9(5) VALUE 1.
           05  WS-SCRUB-TABLE OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-SCRUB-MAX
                   ASCENDING KEY IS WS-SC-KEY WS-SC-SEQUENCE
                   INDEXED BY WS-SC-INDEX.
               10  WS-SC-KEY           PIC X(10).
               10  WS-SC-SEQUENCE      PIC 9(5).
               10  WS-SC-ACTION        PIC X(1).
               10  WS-SC-DATA          PIC X(80).
       01  WS-SCRUB-SUB                PIC 9(5) VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(5) VALUE 0.

      *    The framing of the file in hand.
       01  WS-FRAME-NAME               PIC X(8) VALUE SPACES.
       01  WS-FRAME-HEADER             PIC X(80) VALUE SPACES.
       01  WS-FRAME-HEADER-FIELDS REDEFINES WS-FRAME-HEADER.
           05  FH-REC-TYPE             PIC X(2).
               88  FH-IS-HEADER                 VALUE "HD".
           05  FH-RECORD-COUNT         PIC 9(5).
           05  FH-GENERATION           PIC X(5).
           05  FILLER                  PIC X(68).
       01  WS-FRAME-TRAILER            PIC X(80) VALUE SPACES.
       01  WS-FRAME-TRAILER-FIELDS REDEFINES WS-FRAME-TRAILER.
           05  FT-REC-TYPE             PIC X(2).
           05  FT-RECORD-COUNT         PIC 9(5).
           05  FT-CHECKSUM             PIC S9(15)V99.
           05  FT-GENERATION           PIC 9(5).
           05  FILLER                  PIC X(51).
       01  WS-FRAME-SWITCHES.
           05  WS-HEADER-SWITCH        PIC X(1) VALUE "N".
               88  WS-HEADER-PRESENT           VALUE "Y".
           05  WS-GENERATED-SWITCH     PIC X(1) VALUE "N".
               88  WS-FRAME-GENERATED          VALUE "Y".
           05  WS-TRAILER-SWITCH       PIC X(1) VALUE "N".
               88  WS-TRAILER-SEEN             VALUE "Y".
       01  WS-FRAME-EXPECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-FRAME-GENERATION         PIC 9(5) VALUE 0.
       01  WS-FRAME-TRAILER-COUNT      PIC 9(5) VALUE 0.
       01  WS-FRAME-TRAILER-CHECKSUM   PIC S9(15)V99 VALUE 0.
       01  WS-FRAME-TRAILER-GEN        PIC 9(5) VALUE 0.
       01  WS-INPUT-CHECKSUM           PIC S9(15)V99 VALUE 0.
       01  WS-OUTPUT-CHECKSUM          PIC S9(15)V99 VALUE 0.

       01  WS-MASTER-GENERATION        PIC 9(5) VALUE 0.
       01  WS-INFILE-GENERATION        PIC 9(5) VALUE 0.
       01  WS-FILES-SCRUBBED           PIC 9(1) VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(3) VALUE 0.

      *    Company/status distribution of the file in hand.
       01  WS-DIST-AREA.
           05  WS-DIST-COUNT           PIC 9(3) VALUE 0.
           05  WS-DIST-MAX             PIC 9(3) VALUE 1.
           05  WS-DIST-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DIST-MAX
                   ASCENDING KEY IS WS-DS-COMPANY WS-DS-STATUS.
               10  WS-DS-COMPANY       PIC X(3).
               10  WS-DS-STATUS        PIC X(2).
               10  WS-DS-RECORDS       PIC 9(7).
               10  WS-DS-AMOUNT-IN     PIC S9(15)V99.
               10  WS-DS-AMOUNT-OUT    PIC S9(15)V99.
       01  WS-DIST-SUB                 PIC 9(3) VALUE 0.
       01  WS-DIST-FOUND               PIC 9(3) VALUE 0.
       01  WS-DIST-DROPPED             PIC 9(7) VALUE 0.

       01  WS-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.

       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).

       01  WS-FILE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FL-INPUT-NAME           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FL-OUTPUT-NAME          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FL-HEADER-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FL-RECORDS-READ         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FL-RECORDS-WRITTEN      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FL-INPUT-CHECKSUM       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FL-OUTPUT-CHECKSUM      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FL-FRAMING              PIC X(37).

       01  WS-DIST-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  DL-COMPANY              PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-STATUS               PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-RECORDS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT-IN            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT-OUT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-PARM-CARDS
           PERFORM 2000-SCRUB-MASTER
           PERFORM 3000-SCRUB-INFILE
           PERFORM 4000-SCRUB-TRANFILE
           PERFORM 5000-WRITE-GENERATION-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TSTSCRUB: UNABLE TO OPEN SCRBRPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-PRINT-PAGE-HEADER.

       1100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/"
                   WS-RUN-YYYY "   TEST-DATA SCRUB REGISTER   PAGE "
                   WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *    The key is what keeps pseudonyms stable from one refresh
      *    of the test region to the next, so it is never defaulted.
       1500-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "TSTSCRUB: UNABLE TO OPEN SCRBPARM, STATUS="
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
           IF NOT WS-KEY-GIVEN
               DISPLAY "TSTSCRUB: NO PSEUDONYM-KEY CARD SUPPLIED - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-TOLERANCE-BASIS-POINTS =
               WS-AMOUNT-TOLERANCE * 100
           COMPUTE WS-TOLERANCE-RANGE =
               WS-TOLERANCE-BASIS-POINTS * 2 + 1
           MOVE 0 TO WS-KEY-SUM
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-LENGTH
               MOVE WS-KEY-TEXT(WS-KEY-SUB:1) TO WS-KEY-DIGIT-1
               COMPUTE WS-KEY-SUM =
                   WS-KEY-SUM + WS-KEY-DIGIT-1 * WS-KEY-SUB
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  AMOUNTS MOVED UP TO +/- " WS-AMOUNT-TOLERANCE
                   " PERCENT - PSEUDONYM KEY SUPPLIED ON SCRBPARM "
                   "(NOT PRINTED)"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  INPUT     OUTPUT     HD CNT    READ  WRITTEN"
                   "       INPUT CHECKSUM      OUTPUT CHECKSUM  "
                   "FRAMING WRITTEN"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE.

       1600-APPLY-PARM-CARD.
           IF PARM-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "PSEUDONYM-KEY"
                       PERFORM 1700-VALIDATE-NUMERIC-VALUE
                       IF WS-VALUE-NUMERIC = "N"
                           OR WS-VALUE-DIGIT-COUNT < 8
                           OR WS-VALUE-DIGIT-COUNT > 18
                           DISPLAY "TSTSCRUB: PSEUDONYM-KEY MUST BE "
                               "8-18 DIGITS - RUN ABORTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-VALUE-DIGIT-COUNT TO WS-KEY-LENGTH
                       MOVE WS-PARM-VALUE(1:18) TO WS-KEY-TEXT
                       SET WS-KEY-GIVEN TO TRUE
                   WHEN "AMOUNT-TOLERANCE"
                       PERFORM 1700-VALIDATE-NUMERIC-VALUE
                       IF WS-VALUE-NUMERIC = "N"
                           OR WS-VALUE-DIGIT-COUNT > 2
                           DISPLAY "TSTSCRUB: AMOUNT-TOLERANCE VALUE "
                               "IS NOT 1-2 DIGITS ON CARD: "
                               PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       COMPUTE WS-AMOUNT-TOLERANCE =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                       IF WS-AMOUNT-TOLERANCE > 50
                           DISPLAY "TSTSCRUB: AMOUNT-TOLERANCE OVER "
                               "50 PERCENT ON CARD: " PARM-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "TSTSCRUB: UNRECOGNIZED PARAMETER "
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

      *    The master must lead with its HD, as TABMAINT requires of
      *    OLDMAST.  Written back in pseudonym sequence.
       2000-SCRUB-MASTER.
           OPEN INPUT MASTER-IN-FILE
           IF WS-MASTER-IN-STATUS = "35"
               DISPLAY "TSTSCRUB: NO NEWMAST FILE - MASTER NOT "
                   "SCRUBBED"
           ELSE
               IF WS-MASTER-IN-STATUS NOT = "00"
                   DISPLAY "TSTSCRUB: UNABLE TO OPEN NEWMAST, STATUS="
                       WS-MASTER-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NEWMAST" TO WS-FRAME-NAME
               PERFORM 6400-RESET-FRAME
               MOVE "N" TO WS-INPUT-EOF
               READ MASTER-IN-FILE
                   AT END
                       MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF WS-INPUT-EOF = "Y"
                   OR MASTER-IN-RECORD(1:2) NOT = "HD"
                   DISPLAY "TSTSCRUB: NEWMAST DOES NOT LEAD WITH AN "
                       "HD HEADER - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MASTER-IN-RECORD TO WS-FRAME-HEADER
               PERFORM 6450-NOTE-HEADER
               MOVE WS-FRAME-GENERATION TO WS-MASTER-GENERATION
               SET WS-TALLYING-DISTRIBUTION TO TRUE
               PERFORM UNTIL WS-INPUT-EOF = "Y"
                   READ MASTER-IN-FILE
                       AT END
                           MOVE "Y" TO WS-INPUT-EOF
                       NOT AT END
                           MOVE MASTER-IN-RECORD TO WS-SCRUB-DATA
                           PERFORM 2100-TAKE-FRAMED-RECORD
                   END-READ
               END-PERFORM
               CLOSE MASTER-IN-FILE
               PERFORM 6500-VERIFY-INPUT-FRAMING
               IF WS-SCRUB-COUNT > 0
                   SORT WS-SCRUB-TABLE
                       ON ASCENDING KEY WS-SC-KEY WS-SC-SEQUENCE
               END-IF
               PERFORM 2200-CHECK-DUPLICATE-KEYS
               OPEN OUTPUT TEST-MASTER-FILE
               IF WS-TEST-MASTER-STATUS NOT = "00"
                   DISPLAY "TSTSCRUB: UNABLE TO OPEN TSTMAST, STATUS="
                       WS-TEST-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 6700-BUILD-OUTPUT-HEADER
               WRITE TEST-MASTER-RECORD FROM WS-FRAME-HEADER
               PERFORM VARYING WS-SCRUB-SUB FROM 1 BY 1
                       UNTIL WS-SCRUB-SUB > WS-SCRUB-COUNT
                   WRITE TEST-MASTER-RECORD
                       FROM WS-SC-DATA(WS-SCRUB-SUB)
               END-PERFORM
               IF WS-FRAME-GENERATED
                   PERFORM 6800-BUILD-OUTPUT-TRAILER
                   WRITE TEST-MASTER-RECORD FROM WS-FRAME-TRAILER
               END-IF
               CLOSE TEST-MASTER-FILE
               ADD 1 TO WS-FILES-SCRUBBED
               MOVE "TSTMAST" TO FL-OUTPUT-NAME
               PERFORM 8000-PRINT-FILE-LINE
               PERFORM 8100-PRINT-DISTRIBUTION
           END-IF.

      *    Shared by the master and INFILE: a generated file's TR is
      *    framing, anything else is a detail to scrub.
       2100-TAKE-FRAMED-RECORD.
           IF WS-FRAME-GENERATED AND WS-SCRUB-DATA(1:2) = "TR"
               MOVE WS-SCRUB-DATA TO WS-FRAME-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               MOVE FT-RECORD-COUNT TO WS-FRAME-TRAILER-COUNT
               MOVE FT-CHECKSUM TO WS-FRAME-TRAILER-CHECKSUM
               MOVE FT-GENERATION TO WS-FRAME-TRAILER-GEN
           ELSE
               MOVE "N" TO WS-REKEY-SWITCH
               PERFORM 6000-SCRUB-DETAIL
               MOVE SPACE TO WS-SC-ACTION(WS-SCRUB-COUNT)
           END-IF.

      *    The pseudonym is one-for-one, so a duplicate here was a
      *    duplicate on production - carried, but reported.
       2200-CHECK-DUPLICATE-KEYS.
           MOVE 0 TO WS-DUPLICATE-COUNT
           PERFORM VARYING WS-SCRUB-SUB FROM 2 BY 1
                   UNTIL WS-SCRUB-SUB > WS-SCRUB-COUNT
               IF WS-SC-KEY(WS-SCRUB-SUB) =
                       WS-SC-KEY(WS-SCRUB-SUB - 1)
                   ADD 1 TO WS-DUPLICATE-COUNT
               END-IF
           END-PERFORM
           IF WS-DUPLICATE-COUNT > 0
               DISPLAY "TSTSCRUB: WARNING - NEWMAST CARRIES "
                   WS-DUPLICATE-COUNT " DUPLICATE ID(S) - COPIED "
                   "AS FOUND"
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

      *    INFILE keeps its order - TABLEBLD sorts for itself, and
      *    its slot numbering follows the order the feed arrived in.
       3000-SCRUB-INFILE.
           OPEN INPUT INFILE-IN-FILE
           IF WS-INFILE-IN-STATUS = "35"
               DISPLAY "TSTSCRUB: NO INFILE FILE - INPUT FEED NOT "
                   "SCRUBBED"
           ELSE
               IF WS-INFILE-IN-STATUS NOT = "00"
                   DISPLAY "TSTSCRUB: UNABLE TO OPEN INFILE, STATUS="
                       WS-INFILE-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "INFILE" TO WS-FRAME-NAME
               PERFORM 6400-RESET-FRAME
               SET WS-TALLYING-DISTRIBUTION TO TRUE
               MOVE "N" TO WS-INPUT-EOF
               READ INFILE-IN-FILE
                   AT END
                       MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF WS-INPUT-EOF = "N"
                   IF INFILE-IN-RECORD(1:2) = "HD"
                       MOVE INFILE-IN-RECORD TO WS-FRAME-HEADER
                       PERFORM 6450-NOTE-HEADER
                       MOVE WS-FRAME-GENERATION
                           TO WS-INFILE-GENERATION
                   ELSE
                       DISPLAY "TSTSCRUB: INFILE HAS NO HD HEADER - "
                           "ONE IS WRITTEN TO TSTINFL"
                       MOVE INFILE-IN-RECORD TO WS-SCRUB-DATA
                       PERFORM 2100-TAKE-FRAMED-RECORD
                   END-IF
               END-IF
               PERFORM UNTIL WS-INPUT-EOF = "Y"
                   READ INFILE-IN-FILE
                       AT END
                           MOVE "Y" TO WS-INPUT-EOF
                       NOT AT END
                           MOVE INFILE-IN-RECORD TO WS-SCRUB-DATA
                           PERFORM 2100-TAKE-FRAMED-RECORD
                   END-READ
               END-PERFORM
               CLOSE INFILE-IN-FILE
               PERFORM 6500-VERIFY-INPUT-FRAMING
               OPEN OUTPUT TEST-INFILE-FILE
               IF WS-TEST-INFILE-STATUS NOT = "00"
                   DISPLAY "TSTSCRUB: UNABLE TO OPEN TSTINFL, STATUS="
                       WS-TEST-INFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 6700-BUILD-OUTPUT-HEADER
               WRITE TEST-INFILE-RECORD FROM WS-FRAME-HEADER
               PERFORM VARYING WS-SCRUB-SUB FROM 1 BY 1
                       UNTIL WS-SCRUB-SUB > WS-SCRUB-COUNT
                   WRITE TEST-INFILE-RECORD
                       FROM WS-SC-DATA(WS-SCRUB-SUB)
               END-PERFORM
               IF WS-FRAME-GENERATED
                   PERFORM 6800-BUILD-OUTPUT-TRAILER
                   WRITE TEST-INFILE-RECORD FROM WS-FRAME-TRAILER
               END-IF
               CLOSE TEST-INFILE-FILE
               ADD 1 TO WS-FILES-SCRUBBED
               MOVE "TSTINFL" TO FL-OUTPUT-NAME
               PERFORM 8000-PRINT-FILE-LINE
               PERFORM 8100-PRINT-DISTRIBUTION
           END-IF.

      *    TRANFILE has no framing.  Re-sorted on the pseudonym with
      *    each key's transactions kept in the order they came.
       4000-SCRUB-TRANFILE.
           OPEN INPUT TRAN-IN-FILE
           IF WS-TRAN-IN-STATUS = "35"
               DISPLAY "TSTSCRUB: NO TRANFILE FILE - MAINTENANCE "
                   "FEED NOT SCRUBBED"
           ELSE
               IF WS-TRAN-IN-STATUS NOT = "00"
                   DISPLAY "TSTSCRUB: UNABLE TO OPEN TRANFILE, "
                       "STATUS=" WS-TRAN-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "TRANFILE" TO WS-FRAME-NAME
               PERFORM 6400-RESET-FRAME
               MOVE "N" TO WS-INPUT-EOF
               PERFORM UNTIL WS-INPUT-EOF = "Y"
                   READ TRAN-IN-FILE
                       AT END
                           MOVE "Y" TO WS-INPUT-EOF
                       NOT AT END
                           MOVE TI-RECORD-DATA TO WS-SCRUB-DATA
                           IF TI-REKEY
                               SET WS-SCRUBBING-REKEY TO TRUE
                           ELSE
                               MOVE "N" TO WS-REKEY-SWITCH
                           END-IF
                           PERFORM 6000-SCRUB-DETAIL
                           MOVE TI-ACTION
                               TO WS-SC-ACTION(WS-SCRUB-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TRAN-IN-FILE
               IF WS-SCRUB-COUNT > 0
                   SORT WS-SCRUB-TABLE
                       ON ASCENDING KEY WS-SC-KEY WS-SC-SEQUENCE
               END-IF
               OPEN OUTPUT TEST-TRAN-FILE
               IF WS-TEST-TRAN-STATUS NOT = "00"
                   DISPLAY "TSTSCRUB: UNABLE TO OPEN TSTTRAN, STATUS="
                       WS-TEST-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-SCRUB-SUB FROM 1 BY 1
                       UNTIL WS-SCRUB-SUB > WS-SCRUB-COUNT
                   MOVE WS-SC-ACTION(WS-SCRUB-SUB) TO TT-ACTION
                   MOVE WS-SC-DATA(WS-SCRUB-SUB) TO TT-RECORD-DATA
                   WRITE TEST-TRAN-RECORD
               END-PERFORM
               CLOSE TEST-TRAN-FILE
               ADD 1 TO WS-FILES-SCRUBBED
               MOVE "TSTTRAN" TO FL-OUTPUT-NAME
               PERFORM 8000-PRINT-FILE-LINE
           END-IF.

      *    The test region's GENCTL must name the generation its
      *    master carries, or TABMAINT and TABLEBLD abort on it.
       5000-WRITE-GENERATION-CONTROL.
           IF WS-FILES-SCRUBBED = 0
               DISPLAY "TSTSCRUB: NO NEWMAST, INFILE, OR TRANFILE "
                   "SUPPLIED - NOTHING TO SCRUB"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MASTER-GENERATION > 0
               AND WS-INFILE-GENERATION > 0
               AND WS-MASTER-GENERATION NOT = WS-INFILE-GENERATION
               DISPLAY "TSTSCRUB: WARNING - NEWMAST IS GENERATION "
                   WS-MASTER-GENERATION " BUT INFILE IS GENERATION "
                   WS-INFILE-GENERATION " - TSTGENC FOLLOWS THE "
                   "MASTER"
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF WS-MASTER-GENERATION = 0
               MOVE WS-INFILE-GENERATION TO WS-MASTER-GENERATION
           END-IF
           IF WS-MASTER-GENERATION > 0
               OPEN OUTPUT TEST-GENERATION-FILE
               IF WS-TEST-GENERATION-STATUS NOT = "00"
                   DISPLAY "TSTSCRUB: UNABLE TO OPEN TSTGENC, STATUS="
                       WS-TEST-GENERATION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO TEST-GENERATION-RECORD
               MOVE WS-MASTER-GENERATION TO TG-GENERATION
               WRITE TEST-GENERATION-RECORD
               CLOSE TEST-GENERATION-FILE
               MOVE SPACES TO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  TSTGENC WRITTEN AT GENERATION "
                       WS-MASTER-GENERATION
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
           END-IF.

      *    Scrubs WS-SCRUB-DATA in place and files it in the scrub
      *    table under its pseudonym.
       6000-SCRUB-DETAIL.
           IF WS-SCRUB-COUNT >= 99999
               DISPLAY "TSTSCRUB: " WS-FRAME-NAME " HOLDS MORE THAN "
                   "99999 RECORDS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SD-ID-FIELD TO WS-PSEUDO-IN
           PERFORM 6100-MAKE-PSEUDONYM
           MOVE WS-PSEUDO-OUT TO SD-ID-FIELD
           IF SD-AMOUNT-FIELD IS NUMERIC
               MOVE SD-AMOUNT-FIELD TO WS-OLD-AMOUNT
               ADD WS-OLD-AMOUNT TO WS-INPUT-CHECKSUM
               PERFORM 6200-PERTURB-AMOUNT
               ADD SD-AMOUNT-FIELD TO WS-OUTPUT-CHECKSUM
               IF WS-TALLYING-DISTRIBUTION
                   PERFORM 6300-TALLY-DISTRIBUTION
               END-IF
           END-IF
           IF WS-SCRUBBING-REKEY
               MOVE SD-NEW-ID-FIELD TO WS-PSEUDO-IN
               PERFORM 6100-MAKE-PSEUDONYM
               MOVE WS-PSEUDO-OUT TO SD-NEW-ID-FIELD
           ELSE
               MOVE SPACES TO SD-NEW-ID-FIELD
           END-IF
           MOVE SPACES TO SD-UNREAD-BYTES
           ADD 1 TO WS-SCRUB-COUNT
           MOVE WS-SCRUB-COUNT TO WS-SCRUB-MAX
           MOVE SD-ID-FIELD TO WS-SC-KEY(WS-SCRUB-COUNT)
           MOVE WS-SCRUB-COUNT TO WS-SC-SEQUENCE(WS-SCRUB-COUNT)
           MOVE WS-SCRUB-DATA TO WS-SC-DATA(WS-SCRUB-COUNT).

      *    Each digit or letter is shifted round its own alphabet by
      *    an amount drawn from the key and from the characters
      *    already passed - first left to right, then right to left
      *    over the result, so every character of the pseudonym
      *    depends on the whole id.  Because a shift depends only on
      *    characters already passed, each pass can be undone
      *    position by position - no two ids can share a pseudonym.
      *    The first pass's chain, drawn from the real id alone,
      *    seeds the amount move.
       6100-MAKE-PSEUDONYM.
           MOVE WS-PSEUDO-IN TO WS-PSEUDO-OUT
           MOVE 0 TO WS-PSEUDO-CHAIN
           MOVE 0 TO WS-PASS-OFFSET
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 10
               PERFORM 6120-SUBSTITUTE-CHARACTER
           END-PERFORM
           MOVE WS-PSEUDO-CHAIN TO WS-AMOUNT-CHAIN
           MOVE WS-PSEUDO-OUT TO WS-PSEUDO-IN
           MOVE 0 TO WS-PSEUDO-CHAIN
           MOVE 10 TO WS-PASS-OFFSET
           PERFORM VARYING WS-CHAR-SUB FROM 10 BY -1
                   UNTIL WS-CHAR-SUB < 1
               PERFORM 6120-SUBSTITUTE-CHARACTER
           END-PERFORM.

       6120-SUBSTITUTE-CHARACTER.
           MOVE WS-PSEUDO-IN(WS-CHAR-SUB:1) TO WS-PSEUDO-CHAR
           PERFORM 6150-CLASSIFY-CHARACTER
           IF WS-CLASS-SIZE > 0
               COMPUTE WS-KEY-SUB =
                   FUNCTION MOD(WS-CHAR-SUB + WS-PASS-OFFSET - 1,
                       WS-KEY-LENGTH) + 1
               MOVE WS-KEY-TEXT(WS-KEY-SUB:1) TO WS-KEY-DIGIT-1
               COMPUTE WS-KEY-SUB =
                   FUNCTION MOD((WS-CHAR-SUB + WS-PASS-OFFSET) * 3,
                       WS-KEY-LENGTH) + 1
               MOVE WS-KEY-TEXT(WS-KEY-SUB:1) TO WS-KEY-DIGIT-2
               COMPUTE WS-CHAR-SHIFT =
                   FUNCTION MOD(WS-KEY-DIGIT-1 * 7
                       + WS-KEY-DIGIT-2 * 3 + WS-PSEUDO-CHAIN
                       + WS-CHAR-SUB + WS-PASS-OFFSET, WS-CLASS-SIZE)
               COMPUTE WS-NEW-INDEX =
                   FUNCTION MOD(WS-CHAR-INDEX + WS-CHAR-SHIFT,
                       WS-CLASS-SIZE)
               IF WS-CLASS-SIZE = 10
                   MOVE WS-DIGIT-ALPHABET(WS-NEW-INDEX + 1:1)
                       TO WS-PSEUDO-OUT(WS-CHAR-SUB:1)
               ELSE
                   MOVE WS-LETTER-ALPHABET(WS-NEW-INDEX + 1:1)
                       TO WS-PSEUDO-OUT(WS-CHAR-SUB:1)
               END-IF
               COMPUTE WS-PSEUDO-CHAIN =
                   FUNCTION MOD(WS-PSEUDO-CHAIN * 31
                       + WS-CHAR-INDEX + 1 + WS-KEY-DIGIT-1, 999983)
           END-IF.

      *    Zero-based place of WS-PSEUDO-CHAR in its alphabet, and
      *    that alphabet's size - zero when it is in neither.
       6150-CLASSIFY-CHARACTER.
           MOVE 0 TO WS-CLASS-SIZE
           MOVE 0 TO WS-CHAR-INDEX
           PERFORM VARYING WS-ALPHA-SUB FROM 1 BY 1
                   UNTIL WS-ALPHA-SUB > 10 OR WS-CLASS-SIZE > 0
               IF WS-DIGIT-ALPHABET(WS-ALPHA-SUB:1) = WS-PSEUDO-CHAR
                   MOVE 10 TO WS-CLASS-SIZE
                   COMPUTE WS-CHAR-INDEX = WS-ALPHA-SUB - 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ALPHA-SUB FROM 1 BY 1
                   UNTIL WS-ALPHA-SUB > 26 OR WS-CLASS-SIZE > 0
               IF WS-LETTER-ALPHABET(WS-ALPHA-SUB:1) = WS-PSEUDO-CHAR
                   MOVE 26 TO WS-CLASS-SIZE
                   COMPUTE WS-CHAR-INDEX = WS-ALPHA-SUB - 1
               END-IF
           END-PERFORM.

      *    The move, in basis points, is fixed by the id and the key
      *    and lies within the tolerance either way.
       6200-PERTURB-AMOUNT.
           COMPUTE WS-BASIS-POINTS =
               FUNCTION MOD(WS-AMOUNT-CHAIN + WS-KEY-SUM * 13,
                   WS-TOLERANCE-RANGE)
               - WS-TOLERANCE-BASIS-POINTS
           COMPUTE SD-AMOUNT-FIELD ROUNDED =
               WS-OLD-AMOUNT + WS-OLD-AMOUNT * WS-BASIS-POINTS / 10000
               ON SIZE ERROR
                   COMPUTE SD-AMOUNT-FIELD ROUNDED =
                       WS-OLD-AMOUNT
                       - WS-OLD-AMOUNT * WS-BASIS-POINTS / 10000
                   ADD 1 TO WS-REFLECTED-COUNT
           END-COMPUTE.

       6300-TALLY-DISTRIBUTION.
           MOVE 0 TO WS-DIST-FOUND
           PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
                   UNTIL WS-DIST-SUB > WS-DIST-COUNT
                      OR WS-DIST-FOUND > 0
               IF WS-DS-COMPANY(WS-DIST-SUB) = SD-COMPANY-CODE
                   AND WS-DS-STATUS(WS-DIST-SUB) = SD-STATUS-CODE
                   MOVE WS-DIST-SUB TO WS-DIST-FOUND
               END-IF
           END-PERFORM
           IF WS-DIST-FOUND = 0
               IF WS-DIST-COUNT >= 500
                   ADD 1 TO WS-DIST-DROPPED
               ELSE
                   ADD 1 TO WS-DIST-COUNT
                   MOVE WS-DIST-COUNT TO WS-DIST-MAX
                   MOVE WS-DIST-COUNT TO WS-DIST-FOUND
                   MOVE SD-COMPANY-CODE
                       TO WS-DS-COMPANY(WS-DIST-FOUND)
                   MOVE SD-STATUS-CODE TO WS-DS-STATUS(WS-DIST-FOUND)
                   MOVE 0 TO WS-DS-RECORDS(WS-DIST-FOUND)
                   MOVE 0 TO WS-DS-AMOUNT-IN(WS-DIST-FOUND)
                   MOVE 0 TO WS-DS-AMOUNT-OUT(WS-DIST-FOUND)
               END-IF
           END-IF
           IF WS-DIST-FOUND > 0
               ADD 1 TO WS-DS-RECORDS(WS-DIST-FOUND)
               ADD WS-OLD-AMOUNT TO WS-DS-AMOUNT-IN(WS-DIST-FOUND)
               ADD SD-AMOUNT-FIELD
                   TO WS-DS-AMOUNT-OUT(WS-DIST-FOUND)
           END-IF.

       6400-RESET-FRAME.
           MOVE 0 TO WS-SCRUB-COUNT
           MOVE 1 TO WS-SCRUB-MAX
           MOVE 0 TO WS-DIST-COUNT
           MOVE 1 TO WS-DIST-MAX
           MOVE 0 TO WS-DIST-DROPPED
           MOVE "N" TO WS-TALLY-SWITCH
           MOVE "N" TO WS-HEADER-SWITCH
           MOVE "N" TO WS-GENERATED-SWITCH
           MOVE "N" TO WS-TRAILER-SWITCH
           MOVE SPACES TO WS-FRAME-HEADER
           MOVE 0 TO WS-FRAME-EXPECTED-COUNT
           MOVE 0 TO WS-FRAME-GENERATION
           MOVE 0 TO WS-INPUT-CHECKSUM
           MOVE 0 TO WS-OUTPUT-CHECKSUM
           MOVE 0 TO WS-REFLECTED-COUNT.

      *    Spaces in the generation are a feed, or a master written
      *    before generation control - no trailer to prove.
       6450-NOTE-HEADER.
           SET WS-HEADER-PRESENT TO TRUE
           MOVE FH-RECORD-COUNT TO WS-FRAME-EXPECTED-COUNT
           IF FH-GENERATION IS NUMERIC
               MOVE FH-GENERATION TO WS-FRAME-GENERATION
               IF WS-FRAME-GENERATION > 0
                   SET WS-FRAME-GENERATED TO TRUE
               END-IF
           END-IF.

      *    Mirrors 6500-VERIFY-OLD-MASTER-TRAILER in TABMAINT - a
      *    production file that fails its own proof is not copied.
       6500-VERIFY-INPUT-FRAMING.
           IF WS-FRAME-GENERATED
               IF NOT WS-TRAILER-SEEN
                   OR WS-FRAME-TRAILER-COUNT NOT = WS-SCRUB-COUNT
                   OR WS-FRAME-TRAILER-CHECKSUM NOT =
                       WS-INPUT-CHECKSUM
                   OR WS-FRAME-TRAILER-GEN NOT = WS-FRAME-GENERATION
                   DISPLAY "TSTSCRUB: " WS-FRAME-NAME " TRAILER "
                       "MISSING OR DISAGREES WITH THE RECORDS READ - "
                       "COUNT " WS-FRAME-TRAILER-COUNT " VS "
                       WS-SCRUB-COUNT " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-HEADER-PRESENT
               AND WS-FRAME-EXPECTED-COUNT NOT = WS-SCRUB-COUNT
               DISPLAY "TSTSCRUB: WARNING - " WS-FRAME-NAME
                   " HD COUNT " WS-FRAME-EXPECTED-COUNT " BUT "
                   WS-SCRUB-COUNT " RECORD(S) READ - THE COPY "
                   "CARRIES THE RECORDS READ"
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF WS-REFLECTED-COUNT > 0
               DISPLAY "TSTSCRUB: " WS-FRAME-NAME " - "
                   WS-REFLECTED-COUNT " AMOUNT(S) MOVED DOWN, NOT "
                   "UP, TO STAY WITHIN THE FIELD"
           END-IF.

      *    The production header is kept - generation, feed date,
      *    sequence - with the count of what is actually written.
       6700-BUILD-OUTPUT-HEADER.
           IF NOT WS-HEADER-PRESENT
               MOVE SPACES TO WS-FRAME-HEADER
               MOVE "HD" TO FH-REC-TYPE
           END-IF
           MOVE WS-SCRUB-COUNT TO FH-RECORD-COUNT.

       6800-BUILD-OUTPUT-TRAILER.
           MOVE SPACES TO WS-FRAME-TRAILER
           MOVE "TR" TO FT-REC-TYPE
           MOVE WS-SCRUB-COUNT TO FT-RECORD-COUNT
           MOVE WS-OUTPUT-CHECKSUM TO FT-CHECKSUM
           MOVE WS-FRAME-GENERATION TO FT-GENERATION.

       7500-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-PRINT-PAGE-HEADER
           END-IF.

       8000-PRINT-FILE-LINE.
           MOVE WS-FRAME-NAME TO FL-INPUT-NAME
           IF WS-HEADER-PRESENT
               MOVE WS-FRAME-EXPECTED-COUNT TO FL-HEADER-COUNT
           ELSE
               MOVE 0 TO FL-HEADER-COUNT
           END-IF
           MOVE WS-SCRUB-COUNT TO FL-RECORDS-READ
           MOVE WS-SCRUB-COUNT TO FL-RECORDS-WRITTEN
           MOVE WS-INPUT-CHECKSUM TO FL-INPUT-CHECKSUM
           MOVE WS-OUTPUT-CHECKSUM TO FL-OUTPUT-CHECKSUM
           MOVE SPACES TO FL-FRAMING
           EVALUATE TRUE
               WHEN WS-FRAME-NAME = "TRANFILE"
                   MOVE "NONE - TRANFILE IS UNFRAMED"
                       TO FL-FRAMING
               WHEN WS-FRAME-GENERATED
                   STRING "HD + TR, GENERATION " WS-FRAME-GENERATION
                       DELIMITED BY SIZE INTO FL-FRAMING
               WHEN OTHER
                   MOVE "HD - NOT GENERATION-CONTROLLED"
                       TO FL-FRAMING
           END-EVALUATE
           MOVE WS-FILE-LINE TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE.

      *    Company, status, and date are copied unchanged, so the
      *    record counts match by construction; the amounts show
      *    how far each group moved.
       8100-PRINT-DISTRIBUTION.
           IF WS-DIST-COUNT > 0
               SORT WS-DIST-TABLE
                   ON ASCENDING KEY WS-DS-COMPANY WS-DS-STATUS
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "      COMPANY/STATUS DISTRIBUTION OF "
                   FL-OUTPUT-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "      CO  ST     RECORDS       AMOUNT BEFORE"
                   "         AMOUNT AFTER"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE
           PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
                   UNTIL WS-DIST-SUB > WS-DIST-COUNT
               MOVE WS-DS-COMPANY(WS-DIST-SUB) TO DL-COMPANY
               MOVE WS-DS-STATUS(WS-DIST-SUB) TO DL-STATUS
               MOVE WS-DS-RECORDS(WS-DIST-SUB) TO DL-RECORDS
               MOVE WS-DS-AMOUNT-IN(WS-DIST-SUB) TO DL-AMOUNT-IN
               MOVE WS-DS-AMOUNT-OUT(WS-DIST-SUB) TO DL-AMOUNT-OUT
               MOVE WS-DIST-LINE TO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
           END-PERFORM
           IF WS-DIST-DROPPED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "      " WS-DIST-DROPPED " RECORD(S) IN "
                       "COMPANY/STATUS PAIRS BEYOND THE FIRST 500 "
                       "NOT SHOWN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 7500-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM 7500-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "TSTSCRUB: " WS-FILES-SCRUBBED " FILE(S) "
               "SCRUBBED, " WS-WARNING-COUNT " WARNING(S)"
           CLOSE REPORT-FILE.
