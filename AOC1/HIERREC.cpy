      *****************************************************
      * HIERREC - record layout for the location hierarchy *
      * master LOCHIER.DAT that the AOCHMST maintenance     *
      * program keeps.  Each record maps one location id,  *
      * or one inclusive range of ids, to the district it  *
      * belongs to and the district to its region; it is   *
      * keyed by the first id of the range.  A single id   *
      * carries the same FROM and TO.  Ranges never         *
      * overlap and a district always rolls up to the one  *
      * region, so every id resolves to at most one place. *
      * AOCHIER reads it for the daily regional rollup.    *
      *****************************************************
       01 HIER-RECORD.
          05 HIER-FROM-ID        pic 9(05).
          05 HIER-TO-ID          pic 9(05).
          05 HIER-DISTRICT       pic X(08).
          05 HIER-REGION         pic X(08).
          05 HIER-DESC           pic X(30).
          05 HIER-UPD-DATE       pic X(08).
