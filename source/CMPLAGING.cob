       identification division.
       program-id. CMPLAGING.
      *> weekly complaint aging batch, a sibling to CGIRPT, feeding
      *> the weekly complaint meeting the numbers it used to tally
      *> by hand. Every open complaint on SUBMIT.DAT (disposition
      *> not closed, and not held back by the spam screening, which
      *> is no work of the queue's) is bucketed by its category and
      *> its age in days, and every one older than its category's
      *> SLA target from the CMPLCAT.DAT master is named as
      *> overdue. A complaint filed under a code not on the master —
      *> free text from before the master existed — lands in its
      *> own "(not on master)" row so the meeting sees it rather
      *> than losing it. Output is CMPLAGING-YYYYMMDD.TXT.
       environment division.
       input-output section.
       file-control.
           perform until ws-at-eof
               if submit-type-complaint
                   and not submit-disp-closed
                   and not submit-disp-screened
                   perform age-one-complaint
               end-if
               perform read-next-submission
