      * inside a header/trailer envelope.  This layout is   *
      * published to the DW team - extend it at the end     *
      * only, never reorder existing fields.                *
      *                                                     *
      * DWX-RESTATE (appended) is the record type R that a  *
      * formal restatement sends in place of the D record:  *
      * the same figures for the restated day, plus the     *
      * original run it supersedes, the site section that   *
      * was corrected (spaces for the whole day) and the    *
      * reason, so the warehouse can replace the day.       *
      *                                                     *
      * DWX-VERSION (appended) is record type V, one per    *
      * chain program that started under the run, after the *
      * D or R record: the module's version tag and compile *
      * stamp, so a figure can be tied to a code change.    *
      * The trailer count covers the D/R and V records.     *
      *****************************************************
       01 DWX-HEADER.
          05 DWX-H-TYPE          pic X(01).
       01 DWX-TRAILER.
          05 DWX-T-TYPE          pic X(01).
          05 DWX-T-COUNT         pic 9(08).
       01 DWX-RESTATE.
          05 DWX-R-TYPE          pic X(01).
          05 DWX-R-RUNDATE       pic X(08).
          05 DWX-R-RUN-ID        pic X(08).
          05 DWX-R-TOTALDIST     pic 9(15).
          05 DWX-R-SIMILARITY    pic 9(15).
          05 DWX-R-SAFECOUNT     pic 9(08).
          05 DWX-R-DUPCOUNT      pic 9(08).
          05 DWX-R-A-RECCOUNT    pic 9(08).
          05 DWX-R-A-CHECKSUM    pic 9(11).
          05 DWX-R-B-RECCOUNT    pic 9(08).
          05 DWX-R-B-CHECKSUM    pic 9(11).
          05 DWX-R-ORIG-RUN-ID   pic X(08).
          05 DWX-R-SITE          pic X(08).
          05 DWX-R-REASON        pic X(20).
       01 DWX-VERSION.
          05 DWX-V-TYPE          pic X(01).
          05 DWX-V-RUNDATE       pic X(08).
          05 DWX-V-RUN-ID        pic X(08).
          05 DWX-V-PROGRAM       pic X(08).
          05 DWX-V-VERSION       pic X(08).
          05 DWX-V-COMPILED      pic X(14).
