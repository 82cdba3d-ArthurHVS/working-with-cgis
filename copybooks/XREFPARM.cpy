      *> XREF-CALL
      *> The block passed to SUBXREF, the one program that reads and
      *> writes the submitter index (see XREFREC.cpy). The caller
      *> sets the action and the subject submission; SUBXREF returns
      *> the index's file status and, for a lookup, the other
      *> submissions filed under any of the subject's identities.
       01 xref-call.
           05 xref-call-action     pic x.
      *> post the subject's identities: "F" opens and closes the
      *> index around the one posting (filing time); "O" starts a
      *> fresh, empty index, "A" posts to it while it stays open and
      *> "C" closes it (the weekly rebuild); "D" deletes every row
      *> of the subject id; "L" looks up the related submissions.
               88 xref-call-file     value "F".
               88 xref-call-rebuild  value "O".
               88 xref-call-add      value "A".
               88 xref-call-finish   value "C".
               88 xref-call-drop     value "D".
               88 xref-call-related  value "L".
           05 xref-call-status     pic xx.
      *> index rows written ("F"/"A") or deleted ("D") by the call.
           05 xref-call-rows       pic 9(3).
           05 xref-subject.
               10 xref-subj-id         pic 9(10).
               10 xref-subj-form-type  pic x(8).
               10 xref-subj-filed      pic x(8).
               10 xref-subj-disp       pic x.
               10 xref-subj-archived   pic x.
      *> as filed; SUBXREF normalizes them. A blank field gives no
      *> identity, so an erased row (whose name, email and phone
      *> are blank) links to nobody.
               10 xref-subj-name       pic x(64).
               10 xref-subj-email      pic x(64).
               10 xref-subj-phone      pic x(16).
      *> the lookup's answer: up to ten related submissions, each
      *> with the strongest identity it shares with the subject
      *> (E email, P phone, N name only), and how many there are in
      *> all.
           05 xref-related.
               10 xref-rel-count       pic 9(2).
               10 xref-rel-total       pic 9(5).
               10 xref-rel-entries occurs 10 times.
                   15 xref-rel-id          pic 9(10).
                   15 xref-rel-form-type   pic x(8).
                   15 xref-rel-filed       pic x(8).
                   15 xref-rel-disp        pic x.
                   15 xref-rel-archived    pic x.
                   15 xref-rel-basis       pic x.
