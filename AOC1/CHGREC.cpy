      *****************************************************
      * CHGREC - monthly chargeback billing extract for the *
      * finance ledger interface, CHGEXTR.DAT, between the  *
      * standard CTLREC header and trailer.  One detail per *
      * site billed for the month; the trailer counts the   *
      * details and carries the sum of CHG-TOTAL-AMT in     *
      * cents as its hash.                                  *
      *   DAYS-BILLED  dates whose last processing billed   *
      *                the section                          *
      *   DAYS-HELD    dates whose section still stands in  *
      *                suspense - never billed              *
      *   ACCEPTED     records received less those rejected *
      *   RATE-BASIS   SITE or DEFAULT rate line used       *
      *   MINIMUM-ADJ  amount added to reach the monthly    *
      *                minimum                              *
      * Extend at the end only.                             *
      *****************************************************
       01 CHG-DETAIL.
          05 CHG-MONTH           pic X(06).
          05 CHG-SITE            pic X(08).
          05 CHG-RATE-BASIS      pic X(08).
          05 CHG-DAYS-BILLED     pic 9(03).
          05 CHG-DAYS-HELD       pic 9(03).
          05 CHG-ACCEPTED        pic 9(09).
          05 CHG-REJECTED        pic 9(09).
          05 CHG-RECORD-AMT      pic 9(09)V99.
          05 CHG-REJECT-AMT      pic 9(09)V99.
          05 CHG-MINIMUM-ADJ     pic 9(09)V99.
          05 CHG-TOTAL-AMT       pic 9(09)V99.
