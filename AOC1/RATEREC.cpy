      *****************************************************
      * RATEREC - chargeback rate table, CHGRATE.DAT, one   *
      * line per site code as finance maintains it:         *
      *   PER-RECORD  rate for every record the site sent   *
      *               (9(3)V9(4), e.g. 0001500 = 0.15)      *
      *   PER-REJECT  surcharge on top for each record the  *
      *               pair edit rejected (9(3)V9(4))        *
      *   MONTHLY-MIN floor on the month's charge (9(7)V99) *
      * A line for site *DEFAULT prices any site that has   *
      * no line of its own.                                 *
      *****************************************************
       01 RATE-RECORD.
          05 RATE-SITE           pic X(08).
          05 FILLER              pic X(01).
          05 RATE-PER-RECORD     pic 9(03)V9(04).
          05 FILLER              pic X(01).
          05 RATE-PER-REJECT     pic 9(03)V9(04).
          05 FILLER              pic X(01).
          05 RATE-MONTHLY-MIN    pic 9(07)V99.
