      *     in-range Param1/Param2 - it is kept as a defensive
      *     guard against a future widening of either parameter
      *     rather than something today's callers can exercise.
      *   - Now CALLed once per session by the nightly MachineBilling
      *     step, so the trace DISPLAYs on entry and exit (and the
      *     overflow message) are gone; the caller reads ReturnCode
      *     and lists the rejected session itself.  StrA and StrB are
      *     kept as labels so the parameter list is unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Multiplier.
      *   The CALLed program should adher to the same considerations
      *   of good programming as the main program.  The only
      *   difference is that STOP RUN is replaced by EXIT PROGRAM.
           MOVE 0 TO ReturnCode
           MULTIPLY Param1 BY Param2 GIVING Answer
               ON SIZE ERROR
                   MOVE 999999 TO Answer
                   MOVE 8 TO ReturnCode
           END-MULTIPLY
           EXIT PROGRAM.
