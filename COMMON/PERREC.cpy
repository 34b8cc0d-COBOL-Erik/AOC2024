      *****************************************************
      * PERREC - closed-period register record.  AOCPEND    *
      * writes one entry each time a weekly or month-end    *
      * period is closed and its figures reported; AOCSTART *
      * refuses to register a run for a date inside a       *
      * closed period unless the operator forces it, so a   *
      * rerun or catch-up cannot quietly change numbers     *
      * that were already reported.  TYPE is W (week) or M  *
      * (month); FROM and TO are the inclusive RUNDATEs.    *
      *****************************************************
       01 PER-RECORD.
          05 PER-TYPE            pic X(01).
          05 PER-FROM            pic X(08).
          05 PER-TO              pic X(08).
          05 PER-STATUS          pic X(08).
          05 PER-CLOSE-TS        pic X(14).
          05 PER-DAYS            pic 9(04).
