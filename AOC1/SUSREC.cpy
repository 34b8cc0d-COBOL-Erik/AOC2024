      *****************************************************
      * SUSREC - site section suspense.  AOCQUAR moves a    *
      * SITE section whose reject ratio or trailer mismatch *
      * is over threshold out of the day's feed and onto    *
      * SUSPENSE.DAT, one entry per feed line from the SITE *
      * header through its TRAILER, in feed order.  The     *
      * section is then held until AOCQREL releases it for  *
      * reprocessing or discards it; each disposition is    *
      * appended to SUSPENSE.LOG, so a section is still     *
      * held while the log carries nothing for its date,    *
      * site and run.  A release is logged PENDING by       *
      * AOCQREL and RELEASED by AOCRSTM once the restated   *
      * run completes.  SUD-RUNID (appended) is the run     *
      * that held the section, so a later rerun that holds  *
      * the same date and site again starts out held;       *
      * entries logged before it was added carry spaces.    *
      *****************************************************
       01 SUS-RECORD.
          05 SUS-RUNDATE         pic X(08).
          05 SUS-RUNID           pic X(08).
          05 SUS-SITE            pic X(08).
          05 SUS-REASON          pic X(08).
          05 SUS-SEQ             pic 9(06).
          05 SUS-LINE            pic X(256).

       01 SUD-RECORD.
          05 SUD-RUNDATE         pic X(08).
          05 SUD-SITE            pic X(08).
          05 SUD-ACTION          pic X(08).
          05 SUD-USER            pic X(08).
          05 SUD-TIMESTAMP       pic X(14).
          05 SUD-REASON          pic X(20).
          05 SUD-SECTION-DSN     pic X(40).
          05 SUD-RUNID           pic X(08).
