       identification division.
       program-id. ACKSEND.
      *> morning acknowledgment batch, a sibling to CGIRPT. Drains
      *> ACKQUEUE.DAT (one row per acknowledgment owed, queued by
      *> ACKSEND-YYYYMMDD.TXT reports the counts and names every
      *> row still unsent, so anything stuck is on the morning
      *> report rather than discovered by the submitter's phone
      *> call. Rows ACKBOUNCE marked as hard-bounced ("B") are never
      *> mailed again — the submission is flagged for a phone or
      *> postal follow-up instead — and are counted apart from the
      *> stuck ones.
       environment division.
       input-output section.
       file-control.
       01 ws-rows-sent           pic 9(7)  value 0.
       01 ws-rows-failed         pic 9(7)  value 0.
       01 ws-rows-already-sent   pic 9(7)  value 0.
       01 ws-rows-bounced        pic 9(7)  value 0.
       01 ws-rows-stuck          pic 9(7)  value 0.

       procedure division.
               evaluate true
                   when ack-was-sent
                       add 1 to ws-rows-already-sent
                   when ack-has-bounced
                       add 1 to ws-rows-bounced
                   when other
                       perform send-one-ack
               end-evaluate
           string "Already sent:      " ws-rows-already-sent
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Bounced, not sent: " ws-rows-bounced
               delimited by size into report-line
           write report-line
           perform list-stuck-rows
           move spaces to report-line
           string "Still unsent:      " ws-rows-stuck
           end-if
           perform read-next-ack
           perform until ws-at-eof
               if not ack-was-sent and not ack-has-bounced
                   add 1 to ws-rows-stuck
                   move spaces to report-line
                   string "STUCK id " ack-id
