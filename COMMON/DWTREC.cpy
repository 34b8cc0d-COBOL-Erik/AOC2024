      *****************************************************
      * DWTREC - extract tracking dataset DWXTRACK.DAT,     *
      * keyed by extract RUNDATE.  AOCDWX registers every   *
      * extract it sends (a restatement replaces the date's *
      * entry, since its R record supersedes the day); the  *
      * AOCDWAK job posts the warehouse's acknowledgment    *
      * and resends what is overdue.                        *
      *                                                     *
      * STATUS is SENT or RESENT while an acknowledgment is *
      * awaited, then CONFIRMD (every record loaded),       *
      * PARTIAL (some loaded) or REJECTED (none loaded).    *
      * MANUAL means the resend limit was reached or the    *
      * retained copy DWEXTR.D<date> is gone - the DW team  *
      * must be called.  SENT-DATE is the calendar date of  *
      * the last send (not the extract RUNDATE - a catch-up *
      * or restatement sends a past day today), EXTRACT-TS  *
      * that send's H record timestamp and SENT-COUNT its   *
      * trailer count.                                      *
      *****************************************************
       01 DWT-RECORD.
          05 DWT-RUNDATE         pic X(08).
          05 DWT-RUN-ID          pic X(08).
          05 DWT-STATUS          pic X(08).
          05 DWT-SENT-DATE       pic X(08).
          05 DWT-EXTRACT-TS      pic X(14).
          05 DWT-SENT-COUNT      pic 9(08).
          05 DWT-RESENDS         pic 9(02).
          05 DWT-ACK-DATE        pic X(08).
          05 DWT-RECEIVED        pic 9(08).
          05 DWT-LOADED          pic 9(08).
          05 DWT-REJ-ROWS        pic 9(06).
          05 DWT-REASON          pic X(08).
