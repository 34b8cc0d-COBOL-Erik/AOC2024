      * own completed steps from an earlier run's on the    *
      * same date; records from before the extension carry  *
      * spaces there.                                       *
      *                                                     *
      * COMPILED and VERSION (appended the same way) carry  *
      * the compile date/time and version tag of the load   *
      * module on the START record, so a day's figures can  *
      * be tied to the code that produced them; the END     *
      * record and older records carry spaces.  STSWRT      *
      * keeps the VERREG.DAT registry from them.            *
      *****************************************************
       01 STS-RECORD.
          05 STS-PROGRAM         pic X(08).
          05 STS-REJ-COUNT       pic 9(08).
          05 STS-DISPOSITION     pic X(08).
          05 STS-RUNID           pic X(08).
          05 STS-COMPILED        pic X(14).
          05 STS-VERSION         pic X(08).
