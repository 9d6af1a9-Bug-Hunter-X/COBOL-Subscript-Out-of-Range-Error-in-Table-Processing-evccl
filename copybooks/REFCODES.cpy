      ******************************************************************
      *    REFCODES.cpy
      *    Shared company and status code reference table, loaded
      *    from the REFCODES file REFMAINT maintains - one record per
      *    valid company code or status code, each with its report
      *    description, an active/retired flag, and the date the
      *    code took effect (or, for a retired code, the date it was
      *    retired).  Retired codes stay on file so the reports can
      *    still describe history that carries them.  A missing
      *    REFCODES leaves the table unloaded and every consumer
      *    falls back to its built-in edits - the approved status
      *    list and a non-blank company - exactly the behaviour
      *    before the reference file existed.  Kept as a single
      *    copybook so TABLEBLD, TABWORK, TABMAINT, REJFIX, TABRPT,
      *    TABSUM, and REFMAINT read an identical layout - keep the
      *    load and lookup paragraphs in step.
      *
      *    REFCODES record layout (80 bytes):
      *        COL   1     CODE TYPE (C = COMPANY, S = STATUS)
      *        COL   2     (SPACE)
      *        COLS  3-5   CODE (A STATUS CODE USES COLS 3-4)
      *        COL   6     (SPACE)
      *        COL   7     ACTIVE FLAG (A = ACTIVE, I = RETIRED)
      *        COL   8     (SPACE)
      *        COLS  9-16  EFFECTIVE DATE (YYYYMMDD)
      *        COL   17    (SPACE)
      *        COLS 18-47  DESCRIPTION
      ******************************************************************
       01  WS-REFCODE-AREA.
           05  WS-REF-COUNT            PIC 9(3) VALUE 0.
           05  WS-REF-TABLE OCCURS 500 TIMES.
               10  WS-REF-KEY.
                   15  WS-REF-TYPE     PIC X(1).
                   15  WS-REF-CODE     PIC X(3).
               10  WS-REF-ACTIVE-FLAG  PIC X(1).
               10  WS-REF-EFF-DATE     PIC 9(8).
               10  WS-REF-DESCRIPTION  PIC X(30).
       01  WS-REF-SUB                  PIC 9(3) VALUE 0.
       01  WS-REFCODE-SWITCH           PIC X(1) VALUE "N".
           88  WS-REFCODES-LOADED              VALUE "Y".
      *    Interface to the lookup paragraph - the type and code to
      *    find and the date the code must be in force on; the
      *    result comes back in WS-REF-LOOKUP-RESULT with the
      *    description of any code found on file, retired or not.
      *    A code is in force on the as-of date when it is active
      *    and its effective date has arrived, or retired with a
      *    retirement date still in the future.
       01  WS-REF-LOOKUP-TYPE          PIC X(1) VALUE SPACE.
       01  WS-REF-LOOKUP-CODE          PIC X(3) VALUE SPACES.
       01  WS-REF-LOOKUP-DATE          PIC 9(8) VALUE 0.
       01  WS-REF-LOOKUP-DESC          PIC X(30) VALUE SPACES.
       01  WS-REF-LOOKUP-RESULT        PIC X(1) VALUE SPACE.
           88  WS-REF-CODE-VALID               VALUE "V".
           88  WS-REF-CODE-UNKNOWN             VALUE "N".
           88  WS-REF-CODE-INACTIVE            VALUE "I".
