       identification division.
       program-id. SHOWSUBS.
      *> browse / lookup screen over SUBMIT.DAT. With id= it pulls up
      *> exactly that record, including the submit-data audit string
      *> with the day-of-month) was the only key. start= resumes the
      *> listing just below a given submit-id, and from=/to=
      *> (YYYYMMDD against submit-timestamp) and name= (leading
      *> characters of submit-name) filter the rows. Every record
      *> shown is logged against the signed-on operator the
      *> dispatcher passes in (see VIEWLOG): "lookup" for an id=
      *> hit, "browse" for each row of a listing page. An id= hit
      *> also lists the other submissions filed by the same
      *> submitter, off the SUBXREF.DAT index.
       environment division.
       input-output section.
       file-control.
      *> matching rows seen so far, newest first, ties on the
      *> timestamp broken on the id. Each entry parks the whole row
      *> (sized to the full submit-record,
      *> 10+21+64+256+1+8+256+32+1+16+21+80+1+16+1+8) so the walk can
      *> keep reading through the record area.
       01 ws-page-table.
           05 ws-page-count     pic 9(3)  value 0.
           05 ws-page-entries occurs 10 times.
               10 ws-page-ts        pic x(21).
               10 ws-page-id        pic 9(10).
               10 ws-page-record    pic x(792).
       01 ws-pg-idx             pic 9(3).
       01 ws-first-row          pic x     value "Y".
           88 ws-is-first-row   value "Y".
       01 ws-truncated-word     pic x(5).
      *> the disposition rendered for the caller: the status byte
      *> spelled out, so the row reads "new"/"assigned"/"closed"
      *> (or "quarantined"/"spam" for a row the spam screening held
      *> back) rather than a code; rows written before the work
      *> queue existed carry a space and read as "new".
       01 ws-disp-word          pic x(11).
      *> which face of the screen showed the row, for the audit.
       01 ws-view-screen        pic x(16).

      *> the id= lookup's "other submissions from this submitter",
      *> read from the submitter index through SUBXREF. Only ids,
      *> form types, dates and dispositions are shown, never the
      *> other rows' personal fields, so they are not view-logged.
       copy "XREFPARM.cpy".
       01 ws-rel-idx            pic 9(2).
       01 ws-rel-disp           pic x.
       01 ws-rel-disp-word      pic x(11).
       01 ws-rel-basis-word     pic x(5).
       01 ws-rel-archived-word  pic x(5).
       01 ws-rel-more           pic 9(5).
      *> zero-suppressed, as ws-count-display, for the JSON count.
       01 ws-rel-total-display  pic zzzz9.
       01 ws-rel-first          pic x.

       linkage section.
       copy "CGIPARM.cpy".
       01 ls-format-flag        pic x.
           88 ls-want-json      value "Y".
      *> the operator signed on through the caller's session; the
      *> dispatcher only reaches this screen once the sign-on check
      *> has passed.
       01 ls-view-operator      pic x(16).

       procedure division using cgi-params ls-format-flag
               ls-view-operator.
       main-logic.
           perform read-browse-params
           open input submit-file
               if submit-truncated = "Y"
                   perform load-full-text
               end-if
               move "lookup" to ws-view-screen
               call "VIEWLOG" using ls-view-operator ws-view-screen
                   submit-id
               perform find-related-submissions
               perform escape-current-record
               if ls-want-json
                   display '{"submissions":[' with no advancing
                   perform emit-row-json
                   display '],"count":1' with no advancing
                   perform emit-related-json
                   display "}" end-display
               else
                   display "<h1>Submission " submit-id "</h1>"
                   display "<ul>"
                   perform emit-row-html
                   display "</ul>"
                   perform emit-related-html
               end-if
           else
               if ls-want-json
               end-if
           end-if.

       find-related-submissions.
      *> the row's own name, and its email and phone when it is a
      *> contact row, are the identities to look up; SUBXREF adds
      *> any the index holds for the id (the email another form
      *> type was filed with).
           move spaces to xref-call
           move "L" to xref-call-action
           move submit-id to xref-subj-id
           move submit-name to xref-subj-name
           if submit-type-contact
               move submit-email to xref-subj-email
               move submit-phone to xref-subj-phone
           end-if
           call "SUBXREF" using xref-call.

       describe-related-row.
      *> a related row still on SUBMIT.DAT is shown with its live
      *> disposition; one no longer there has been archived, and
      *> the index's copy is the last known one. This reads through
      *> the record area, so it runs only once the looked-up row
      *> itself has been written out.
           move xref-rel-id(ws-rel-idx) to submit-id
           read submit-file
           if ws-fs = "00"
               move submit-disp-status to ws-rel-disp
               move "false" to ws-rel-archived-word
           else
               move xref-rel-disp(ws-rel-idx) to ws-rel-disp
               move "true" to ws-rel-archived-word
           end-if
           evaluate ws-rel-disp
               when "A"
                   move "assigned" to ws-rel-disp-word
               when "C"
                   move "closed" to ws-rel-disp-word
               when "Q"
                   move "quarantined" to ws-rel-disp-word
               when "S"
                   move "spam" to ws-rel-disp-word
               when other
                   move "new" to ws-rel-disp-word
           end-evaluate
           evaluate xref-rel-basis(ws-rel-idx)
               when "E"
                   move "email" to ws-rel-basis-word
               when "P"
                   move "phone" to ws-rel-basis-word
               when other
                   move "name" to ws-rel-basis-word
           end-evaluate.

       emit-related-html.
           display "<h2>Other submissions from this submitter</h2>"
           if xref-rel-count = 0
               display "<p>None on the submitter index.</p>"
               exit paragraph
           end-if
           display "<ul>"
           perform varying ws-rel-idx from 1 by 1
                   until ws-rel-idx > xref-rel-count
               perform describe-related-row
               display
                   "<li>id " xref-rel-id(ws-rel-idx)
                   " (" function trim(xref-rel-form-type(ws-rel-idx))
                   ") filed " xref-rel-filed(ws-rel-idx)
                   " disposition=" function trim(ws-rel-disp-word)
                   with no advancing
               end-display
               if ws-rel-archived-word = "true"
                   display " (archived)" with no advancing
                   end-display
               end-if
               display
                   ", same " function trim(ws-rel-basis-word) "</li>"
               end-display
           end-perform
           display "</ul>"
           if xref-rel-total > xref-rel-count
               compute ws-rel-more = xref-rel-total - xref-rel-count
               display "<p>and " ws-rel-more " more.</p>"
           end-if.

       emit-related-json.
           move "Y" to ws-rel-first
           display ',"related":[' with no advancing
           perform varying ws-rel-idx from 1 by 1
                   until ws-rel-idx > xref-rel-count
               perform describe-related-row
               if ws-rel-first = "Y"
                   move "N" to ws-rel-first
               else
                   display "," with no advancing
               end-if
               display
                   '{"id":"' xref-rel-id(ws-rel-idx)
                   '","formtype":"'
                   function trim(xref-rel-form-type(ws-rel-idx))
                   '","filed":"' xref-rel-filed(ws-rel-idx)
                   '","disposition":"' function trim(ws-rel-disp-word)
                   '","archived":' function trim(ws-rel-archived-word)
                   ',"match":"' function trim(ws-rel-basis-word) '"}'
                   with no advancing
               end-display
           end-perform
           move xref-rel-total to ws-rel-total-display
           display
               '],"relatedCount":' function trim(ws-rel-total-display)
               with no advancing
           end-display.

       load-full-text.
      *> reassembles the submission's chunks in key order; every
      *> chunk but the last is a full 224 bytes, so they are laid
               display "<ul>"
           end-if
           move 0 to ws-shown-count
           move "browse" to ws-view-screen
           perform varying ws-pg-idx from 1 by 1
                   until ws-pg-idx > ws-page-count
               move ws-page-record(ws-pg-idx) to submit-record
               add 1 to ws-shown-count
               call "VIEWLOG" using ls-view-operator ws-view-screen
                   submit-id
               perform escape-current-record
               if ls-want-json
                   perform emit-row-json
                   move "assigned" to ws-disp-word
               when submit-disp-closed
                   move "closed" to ws-disp-word
               when submit-disp-quarantined
                   move "quarantined" to ws-disp-word
               when submit-disp-spam
                   move "spam" to ws-disp-word
               when other
                   move "new" to ws-disp-word
           end-evaluate.
