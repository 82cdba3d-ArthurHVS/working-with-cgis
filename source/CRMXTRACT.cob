       identification division.
       program-id. CRMXTRACT.
      *> nightly extract feed for the CRM import, a sibling to
      *> CGIRPT. Writes every submission added since the previous
      *> not-yet-collected one with an empty file. The mark is the last
      *> extracted submit-timestamp (with its submit-id alongside
      *> for the operators): submit-id leads with the day-of-month,
      *> so the id alone cannot order records across days. Rows the
      *> spam screening quarantined, or confirmed as spam, never go
      *> to the CRM: the walk passes over them, and a quarantined row
      *> a supervisor later releases reaches the feed through the
      *> pickup list (see QUARREVIEW).
       environment division.
       input-output section.
       file-control.
       01 ws-pickup-sent         pic 9(5)  value 0.
       01 ws-pickup-skipped      pic 9(5)  value 0.
       01 ws-pickup-missing      pic 9(5)  value 0.
       01 ws-pickup-held         pic 9(5)  value 0.
      *> screened rows passed over by the walk and the pickup list.
       01 ws-held-count          pic 9(7)  value 0.
       01 ws-feed-trouble        pic x     value "N".
           88 ws-feed-is-broken  value "Y".
       01 ws-feed-exists         pic x     value "N".
           perform start-past-the-mark
           perform read-next-submission
           perform until ws-at-eof
               if not submit-disp-screened
                   add 1 to ws-new-count
               end-if
               perform read-next-submission
           end-perform
           close submit-file.
               perform start-past-the-mark
               perform read-next-submission
               perform until ws-at-eof or ws-feed-is-broken
                   if submit-disp-screened
                       add 1 to ws-held-count
                   else
                       perform write-feed-detail
                   end-if
                   perform read-next-submission
               end-perform
               if ws-pickup-count > 0 and not ws-feed-is-broken
               add 1 to ws-pickup-skipped
               exit paragraph
           end-if
      *> a replayed row the screening quarantined is dropped with
      *> the list; releasing it puts it back on.
           if submit-disp-screened
               add 1 to ws-pickup-held
               add 1 to ws-held-count
               exit paragraph
           end-if
           perform write-feed-detail
           if not ws-feed-is-broken
               add 1 to ws-pickup-sent
           string "Text lines sent:   " ws-txd-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Screened, not sent:" ws-held-count
               delimited by size into report-line
           write report-line
           if ws-pickup-count > 0
               move spaces to report-line
               string "Pickup ids listed: " ws-pickup-count
                   ", sent " ws-pickup-sent
                   ", already covered " ws-pickup-skipped
                   ", not on file " ws-pickup-missing
                   ", screened out " ws-pickup-held
                   delimited by size into report-line
               end-string
               write report-line
