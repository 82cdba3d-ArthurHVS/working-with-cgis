      *> SCRN-CALL
      *> The block passed to SPAMSCRN, which scores one submission
      *> against the screening rules the business keeps in
      *> SPAMRULES.DAT before the row is filed. The caller fills in
      *> the submission as it is about to be filed; SPAMSCRN returns
      *> the score, the verdict and the rules that scored, in words,
      *> for the row's note and the quarantine journal line.
       01 scrn-call.
           05 scrn-form-type       pic x(8).
           05 scrn-name            pic x(64).
           05 scrn-email           pic x(64).
      *> the message or complaint text at full length (the overflow
      *> capture when it spilled past the typed field), for the word
      *> and link rules; spaces for a form with no free text.
           05 scrn-text            pic x(1024).
           05 scrn-audit-data      pic x(256).
      *> how many rows already filed the same day from other visits
      *> carry exactly the same text; the caller counts them off its
      *> own SUBMIT.DAT handle (see count-repeated-text) and SPAMSCRN
      *> weighs the count against the repeat rule.
           05 scrn-repeat-count    pic 9(5).
           05 scrn-score           pic 9(3).
           05 scrn-verdict         pic x.
               88 scrn-is-clean      value "N".
               88 scrn-is-suspect    value "Q".
      *> "N" when there was no rules file, so nothing was screened.
           05 scrn-rules-loaded    pic x.
               88 scrn-had-rules     value "Y".
           05 scrn-reasons         pic x(60).
