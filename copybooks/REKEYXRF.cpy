      ******************************************************************
      *    REKEYXRF.cpy
      *    Shared old-id/new-id cross-reference table, loaded from
      *    the permanent REKEYXRF file - one record appended by
      *    TABMAINT for every re-key ("R") transaction it applies,
      *    and one appended by MSTBKOUT withdrawing each re-key of
      *    a master generation it backs out.  The file is never
      *    rewritten, so it is the whole history of every id the
      *    master has ever renumbered.  A withdrawal cancels the
      *    matching re-key (same old id, new id, and generation) at
      *    load, so a backed-out day leaves no trace in the chain.
      *    A missing REKEYXRF simply means nothing has ever been
      *    re-keyed.  Kept as a single copybook so AUDINQ, RECTRACE,
      *    XTRCOMP, and MSTBKOUT read an identical layout - keep the
      *    load and family paragraphs in step.
      *
      *    REKEYXRF record layout (80 bytes):
      *        COLS  1-10  OLD ID
      *        COL   11    (SPACE)
      *        COLS 12-21  NEW ID
      *        COL   22    (SPACE)
      *        COLS 23-30  RE-KEY RUN DATE (YYYYMMDD)
      *        COL   31    (SPACE)
      *        COLS 32-36  NEWMAST GENERATION CARRYING THE RE-KEY
      *        COL   37    (SPACE)
      *        COL   38    ENTRY TYPE (R = RE-KEYED, B = BACKED OUT)
      ******************************************************************
       01  WS-XREF-AREA.
           05  WS-XREF-COUNT           PIC 9(4) VALUE 0.
           05  WS-XREF-TABLE OCCURS 5000 TIMES.
               10  WS-XREF-OLD-ID      PIC X(10).
               10  WS-XREF-NEW-ID      PIC X(10).
               10  WS-XREF-DATE        PIC 9(8).
               10  WS-XREF-GENERATION  PIC 9(5).
               10  WS-XREF-STATE       PIC X(1).
                   88  WS-XREF-ACTIVE          VALUE "A".
                   88  WS-XREF-WITHDRAWN       VALUE "W".
       01  WS-XREF-SUB                 PIC 9(4) VALUE 0.
       01  WS-XREF-SWITCH              PIC X(1) VALUE "N".
           88  WS-XREF-LOADED                  VALUE "Y".
      *    Every id linked to one starting id through active re-keys,
      *    in either direction and any number of steps - the ids a
      *    single record has carried over its life.  Entry 1 is
      *    always the starting id itself.
       01  WS-XREF-FAMILY-AREA.
           05  WS-XREF-FAMILY-COUNT    PIC 9(3) VALUE 0.
           05  WS-XREF-FAMILY-ID OCCURS 100 TIMES
                                       PIC X(10).
       01  WS-XREF-FAMILY-SUB          PIC 9(3) VALUE 0.
       01  WS-XREF-FAMILY-GROWN        PIC X(1) VALUE "N".
       01  WS-XREF-OLD-IN-FAMILY       PIC X(1) VALUE "N".
       01  WS-XREF-NEW-IN-FAMILY       PIC X(1) VALUE "N".
