      * inactive code sends that section's records to the  *
      * reject file, and a section count outside the       *
      * expected daily volume range raises a warning.      *
      *                                                     *
      * CUTOFF and DAYS (appended - extend at the end only) *
      * give the transmission schedule AOCSLA monitors: the *
      * latest HHMM the section may arrive (zero for no     *
      * cutoff) and one Y/N per weekday, Monday first, for  *
      * the days the site is expected to transmit.  Sites   *
      * from before the extension carry spaces, read as     *
      * transmitting every day with no cutoff.              *
      *****************************************************
       01 SITE-RECORD.
          05 SITE-CODE           pic X(08).
          05 SITE-ACTIVE         pic X(01).
          05 SITE-VOL-MIN        pic 9(06).
          05 SITE-VOL-MAX        pic 9(06).
          05 SITE-CUTOFF         pic X(04).
          05 SITE-DAYS           pic X(07).
          05 FILLER redefines SITE-DAYS.
             10 SITE-DAY occurs 7 times pic X(01).
