      *****************************************************
      * OWNREC - record layout for the report owner master *
      * RPTOWNER.DAT that the AOCOMST maintenance program  *
      * keeps, keyed by the report id pattern.  A pattern  *
      * is either a full report id or an id prefix ending  *
      * in '*' (RPT12* owns every id starting RPT12).  A   *
      * report id belongs to the exact entry when there is *
      * one, otherwise to the longest prefix that matches. *
      * SYSTEM is the owning system - it names the notice  *
      * file AOCNOTC builds for it - and CONTACT who is to  *
      * act on the notice.                                 *
      *****************************************************
       01 OWN-RECORD.
          05 OWN-PATTERN         pic X(12).
          05 OWN-SYSTEM          pic X(08).
          05 OWN-CONTACT         pic X(30).
          05 OWN-UPD-DATE        pic X(08).
