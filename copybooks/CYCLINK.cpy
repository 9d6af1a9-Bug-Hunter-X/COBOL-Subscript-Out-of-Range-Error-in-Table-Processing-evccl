      ******************************************************************
      *    CYCLINK.cpy
      *    Interface to the CYCSTEP cycle-control check, CALLed by
      *    every nightly step once as it starts - before it opens a
      *    file, so a refused step leaves yesterday's outputs alone -
      *    and once as it ends, with its return code.  CYCSTEP hands
      *    back the cycle date it logged the start under, and the
      *    end is logged against the same cycle.
      ******************************************************************
       01  WS-CYCLE-STEP-AREA.
           05  CS-FUNCTION             PIC X(1)  VALUE SPACE.
               88  CS-STEP-STARTING            VALUE "S".
               88  CS-STEP-ENDING              VALUE "E".
           05  CS-STEP-NAME            PIC X(8)  VALUE SPACES.
           05  CS-RETURN-CODE          PIC 9(4)  VALUE 0.
           05  CS-RESULT               PIC X(1)  VALUE SPACE.
               88  CS-STEP-ALLOWED             VALUE "Y".
               88  CS-STEP-REFUSED             VALUE "N".
           05  CS-CYCLE-DATE           PIC 9(8)  VALUE 0.
