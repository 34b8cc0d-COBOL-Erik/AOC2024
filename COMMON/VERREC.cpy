      *****************************************************
      * VERREC - load-module version registry VERREG.DAT,   *
      * keyed by program.  STSWRT updates it from the       *
      * compile stamp and version tag each chain program    *
      * passes on its START status record: the module in    *
      * use now, the run that first used it, the last run   *
      * that did and how many step starts it has had, and   *
      * the module it replaced.  A new compile stamp counts *
      * as a change even when the tag was not raised.       *
      * AOCVERR reports it with the run-by-run history.     *
      *****************************************************
       01 VER-RECORD.
          05 VER-PROGRAM         pic X(08).
          05 VER-VERSION         pic X(08).
          05 VER-COMPILED        pic X(14).
          05 VER-FIRST-RUNID     pic X(08).
          05 VER-FIRST-RUNDATE   pic X(08).
          05 VER-LAST-RUNID      pic X(08).
          05 VER-LAST-RUNDATE    pic X(08).
          05 VER-STARTS          pic 9(06).
          05 VER-PREV-VERSION    pic X(08).
          05 VER-PREV-COMPILED   pic X(14).
