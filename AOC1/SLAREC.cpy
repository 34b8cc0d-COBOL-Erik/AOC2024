      *****************************************************
      * SLAREC - site service history, one entry per site  *
      * per event, kept on SITESLA.HIST for the monthly     *
      * site quality scorecard (AOCSLAM).                   *
      *   KIND A - arrival, written by the AOCSLA monitor   *
      *            ahead of AOCSTART: STATUS is ONTIME,     *
      *            LATE, MISSING or UNEXPECT, with the      *
      *            section's arrival and the site's cutoff. *
      *   KIND Q - quality, written by AOC1A beside each    *
      *            site acknowledgment: the accepted and    *
      *            rejected counts the ACK reports, the     *
      *            trailer balance and whether the count    *
      *            fell outside the master's volume range.  *
      *            A section AOCQUAR moved to suspense gets *
      *            a KIND Q entry of its own with STATUS    *
      *            and BALANCE HELD and the counts as       *
      *            received.                                *
      * A date processed more than once (a correction       *
      * cycle or a restatement) leaves one entry per run;   *
      * the scorecard keeps the last one for the date.      *
      *****************************************************
       01 SLA-RECORD.
          05 SLA-RUNDATE         pic X(08).
          05 SLA-SITE            pic X(08).
          05 SLA-KIND            pic X(01).
          05 SLA-STATUS          pic X(08).
          05 SLA-ARRIVAL         pic X(04).
          05 SLA-CUTOFF          pic X(04).
          05 SLA-RUNID           pic X(08).
          05 SLA-ACCEPTED        pic 9(06).
          05 SLA-REJECTED        pic 9(06).
          05 SLA-BALANCE         pic X(08).
          05 SLA-VOLUME          pic X(08).
