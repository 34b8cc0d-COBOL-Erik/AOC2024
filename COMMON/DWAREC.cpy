      *****************************************************
      * DWAREC - load acknowledgment records the corporate *
      * data warehouse returns for each DWEXTR.DAT extract  *
      * it received (DWACK.DAT).  This layout is agreed     *
      * with the DW team - extend it at the end only.       *
      *                                                     *
      * An A record per extract load: the extract RUNDATE,  *
      * the extract timestamp from its H record (spaces     *
      * when the loader did not keep it), the records       *
      * received between header and trailer and the records *
      * loaded.  Each row the warehouse refused follows its *
      * A record as an E record: the row's record type      *
      * (D, R or V), its key - the run id on a D or R row,  *
      * the program on a V row - and the DW reason code.    *
      * AOCDWAK matches them against what was sent.         *
      *****************************************************
       01 DWA-ACK.
          05 DWA-TYPE            pic X(01).
          05 DWA-RUNDATE         pic X(08).
          05 DWA-EXTRACT-TS      pic X(14).
          05 DWA-RECEIVED        pic 9(08).
          05 DWA-LOADED          pic 9(08).
       01 DWA-REJECT.
          05 DWA-R-TYPE          pic X(01).
          05 DWA-R-RUNDATE       pic X(08).
          05 DWA-R-REC-TYPE      pic X(01).
          05 DWA-R-KEY           pic X(08).
          05 DWA-R-REASON        pic X(08).
