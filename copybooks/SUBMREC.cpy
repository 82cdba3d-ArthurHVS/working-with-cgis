               10 submit-phone         pic x(16).
               10 submit-message       pic x(176).
      *> change of address: the move, and when it takes effect
      *> (YYYYMMDD). The apply status is ADDRAPPLY's, never the
      *> form's: space until the nightly apply has looked at the row
      *> and found it due, "P" once it is on an address-update feed
      *> that hasn't yet closed cleanly, "A" once that feed has, and
      *> "R" when the row was turned away as unusable — with the
      *> reason and the run date alongside. Filed rows start as
      *> spaces because fill-typed-detail clears the whole slot.
           05 submit-address-detail redefines submit-detail.
               10 submit-old-addr      pic x(100).
               10 submit-new-addr      pic x(100).
               10 submit-addr-date     pic x(8).
               10 submit-addr-apply    pic x.
                   88 submit-addr-on-feed  value "P".
                   88 submit-addr-applied  value "A".
                   88 submit-addr-rejected value "R".
               10 submit-addr-apply-date pic x(8).
               10 submit-addr-reject   pic x(24).
               10 filler               pic x(15).
      *> complaint: category code, the reference being complained
      *> about, and the complaint itself.
           05 submit-complaint-detail redefines submit-detail.
      *> (assigned) and closing it makes it "C" (closed), with who
      *> did it, when, and the resolution note given at close. Every
      *> change is also journalled to SUBJRNL.DAT so a disputed item
      *> can be traced; see WORKQUEUE. A row the spam screening
      *> (SPAMSCRN) scored as suspect is filed "Q" (quarantined)
      *> instead, with the score and the rules that hit in the note,
      *> and stays out of the acknowledgment queue, the CRM feed and
      *> the work queue until a supervisor on QUARREVIEW releases it
      *> to "N" or confirms it as spam ("S"), which it then stays.
           05 submit-disp-status   pic x.
               88 submit-disp-new      value "N".
               88 submit-disp-assigned value "A".
               88 submit-disp-closed   value "C".
               88 submit-disp-quarantined value "Q".
               88 submit-disp-spam     value "S".
               88 submit-disp-screened value "Q" "S".
           05 submit-disp-operator pic x(16).
           05 submit-disp-stamp    pic x(21).
           05 submit-disp-note     pic x(80).
               88 submit-crm-accepted value "A".
               88 submit-crm-rejected value "R".
           05 submit-crm-reason    pic x(16).
      *> follow-up owed by other means because the acknowledgment
      *> never reached the submitter: ACKBOUNCE sets "P" (phone or
      *> post) with the run date when the mail gateway reports a
      *> hard bounce for the row's acknowledgment; the gateway's
      *> reason stays on the ACKQUEUE.DAT row. Space otherwise.
           05 submit-followup      pic x.
               88 submit-followup-owed value "P".
           05 submit-followup-date pic x(8).
