      *****************************************************
      * CHGQREC - dual-control change queue.  A change to   *
      * the site master, an exception disposition or a      *
      * recipient profile is first recorded on PENDCHG.DAT  *
      * by AOCCHGQ as PENDING with the maker's user id, and *
      * is only released to the program that applies it     *
      * once a different user approves it.  AFTER holds the *
      * change in the applying program's own transaction    *
      * layout; BEFORE holds what the master carried when   *
      * the change was submitted, in the same layout.       *
      * Every approval, rejection and expiry is also        *
      * appended to PENDCHG.LOG as the closed entry, so the *
      * queue itself only carries open and today's entries. *
      *****************************************************
       01 CHGQ-RECORD.
          05 CQ-ID               pic 9(06).
          05 FILLER              pic X(01).
          05 CQ-TARGET           pic X(08).
          05 FILLER              pic X(01).
          05 CQ-STATUS           pic X(08).
          05 FILLER              pic X(01).
          05 CQ-MAKER            pic X(08).
          05 FILLER              pic X(01).
          05 CQ-MAKE-DATE        pic X(08).
          05 FILLER              pic X(01).
          05 CQ-CHECKER          pic X(08).
          05 FILLER              pic X(01).
          05 CQ-CHECK-DATE       pic X(08).
          05 FILLER              pic X(01).
          05 CQ-NOTE             pic X(20).
          05 FILLER              pic X(01).
          05 CQ-AFTER            pic X(110).
          05 FILLER              pic X(01).
          05 CQ-BEFORE           pic X(110).
