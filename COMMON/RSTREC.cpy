      *****************************************************
      * RSTREC - restatement register record.  AOCRSTM     *
      * appends one entry for every formal restatement of  *
      * an already-closed RUNDATE: the restating run, the   *
      * original run it supersedes, the SITE section that   *
      * was corrected (spaces when the whole day was        *
      * restated), the reason, and the before and after     *
      * value of each headline metric in the order          *
      * TOTALDIST, SIMILARITY, SAFECOUNT, DUPCOUNT.         *
      *****************************************************
       01 RST-RECORD.
          05 RST-RUNDATE         pic X(08).
          05 RST-RUNID           pic X(08).
          05 RST-ORIG-RUNID      pic X(08).
          05 RST-SITE            pic X(08).
          05 RST-REASON          pic X(20).
          05 RST-TIMESTAMP       pic X(14).
          05 RST-COND-CODE       pic 9(04).
          05 RST-METRIC occurs 4 times.
             10 RST-BEFORE       pic 9(15).
             10 RST-AFTER        pic 9(15).
