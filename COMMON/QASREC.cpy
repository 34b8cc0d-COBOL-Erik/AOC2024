      *****************************************************
      * QASREC - QA review sample, one entry per record    *
      * AOCQAS draws for independent review.               *
      *   QASAMPLE.DAT  - the day's samples with the       *
      *                   result fields blank, inside the  *
      *                   control envelope; the reviewers  *
      *                   fill in RESULT (A agree, D       *
      *                   disagree), REVIEWER, REVIEWED    *
      *                   and COMMENT and hand the file    *
      *                   back as QARETURN.TXT.            *
      *   QASAMPLE.HIST - every sample issued, appended    *
      *                   by AOCQAS, for coverage.         *
      *   QARESULT.HIST - every result AOCQAR accepted.    *
      * KIND AOC1 is a pair (KEY is its list-1 id), KIND   *
      * AOC2 a level report (KEY is its report id).        *
      * REC-NO is the record number the owning program     *
      * gives it, FIGURE what the chain computed for it.   *
      * A date sampled more than once (a correction cycle  *
      * or restart) keeps the samples of its last run.     *
      *****************************************************
       01 QAS-RECORD.
          05 QAS-RUNDATE         pic X(08).
          05 filler              pic X(01).
          05 QAS-RUNID           pic X(08).
          05 filler              pic X(01).
          05 QAS-SAMPLE-NO       pic 9(04).
          05 filler              pic X(01).
          05 QAS-KIND            pic X(04).
          05 filler              pic X(01).
          05 QAS-SITE            pic X(08).
          05 filler              pic X(01).
          05 QAS-REC-NO          pic 9(06).
          05 filler              pic X(01).
          05 QAS-KEY             pic X(12).
          05 filler              pic X(01).
          05 QAS-FIGURE          pic X(20).
          05 filler              pic X(01).
          05 QAS-RESULT          pic X(01).
             88 QAS-AGREE           value 'A'.
             88 QAS-DISAGREE        value 'D'.
          05 filler              pic X(01).
          05 QAS-REVIEWER        pic X(08).
          05 filler              pic X(01).
          05 QAS-REVIEWED        pic X(08).
          05 filler              pic X(01).
          05 QAS-COMMENT         pic X(40).
