      *> itself. A row with no address, or whose mail line failed to
      *> write, is marked "F" with the reason and retried on the next
      *> run; anything still unsent lands on ACKSEND's morning
      *> report. A sent row the mail gateway later reports as a hard
      *> bounce is marked "B" by ACKBOUNCE, with the gateway's reason
      *> in ack-fail-reason, and is not sent again; a soft bounce
      *> goes back to "F" for the next ACKSEND to retry.
       01 ack-record.
           05 ack-id               pic 9(10).
           05 ack-queued           pic x(21).
               88 ack-is-pending    value "P".
               88 ack-was-sent      value "S".
               88 ack-has-failed    value "F".
               88 ack-has-bounced   value "B".
           05 ack-attempts         pic 9(2).
      *> when the status last changed (sent, last failed try, or
      *> bounce reported).
           05 ack-last-stamp       pic x(21).
           05 ack-fail-reason      pic x(40).
