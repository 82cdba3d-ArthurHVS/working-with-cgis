       identification division.
       program-id. WORKQUEUE.
      *> worker screen over the disposition lifecycle that SUBMREC
      *> carries on every submission (new / assigned / closed; see
      *> disputed complaint can be traced change by change long
      *> after the row itself moves on. Rows filed before the
      *> lifecycle existed carry a space in submit-disp-status and
      *> are treated as new. Each listed item also names the other
      *> submissions the same submitter has filed, off the
      *> SUBXREF.DAT index, so the worker closing one complaint
      *> knows about the rest. Rows the spam screening quarantined,
      *> and those since confirmed as spam, are not work: they are
      *> never listed, claimed or closed here (see QUARREVIEW).
       environment division.
       input-output section.
       file-control.
      *> the open items collected for op=list, oldest first, the
      *> mirror image of SHOWSUBS's newest-first page table; each
      *> entry parks the whole row (sized to the full submit-record,
      *> 10+21+64+256+1+8+256+32+1+16+21+80+1+16+1+8).
       01 ws-list-size          pic 9(3)  value 20.
       01 ws-list-table.
           05 ws-list-count     pic 9(3)  value 0.
           05 ws-list-entries occurs 20 times.
               10 ws-list-ts        pic x(21).
               10 ws-list-id        pic 9(10).
               10 ws-list-record    pic x(792).
       01 ws-lst-idx            pic 9(3).
       01 ws-first-row          pic x     value "Y".
           88 ws-is-first-row   value "Y".
       01 ws-escaped-oper       pic x(1536).
       01 ws-error-text         pic x(80) value spaces.

      *> each listed item's "other submissions from this submitter",
      *> off the SUBXREF.DAT index through SUBXREF; see
      *> find-related-submissions.
       copy "XREFPARM.cpy".
       01 ws-rel-idx            pic 9(2).
       01 ws-rel-disp           pic x.
       01 ws-rel-disp-word      pic x(11).
       01 ws-rel-basis-word     pic x(5).
       01 ws-rel-archived-word  pic x(5).
       01 ws-rel-more           pic 9(5).
       01 ws-rel-total-display  pic zzzz9.

       linkage section.
       copy "CGIPARM.cpy".
       01 ls-format-flag        pic x.
               if not ws-at-eof and ws-fs = "00"
                   if submit-type-complaint
                       and not submit-disp-closed
                       and not submit-disp-screened
                       add 1 to ws-list-count
                       move submit-timestamp
                           to ws-list-ts(ws-list-count)
                   move "Y" to ws-eof-flag
               end-if
           end-perform
      *> the file stays open through the listing so each item's
      *> related submissions can show their live disposition.
           perform emit-queue-list
           close submit-file.

       do-claim.
      *> assigns the oldest still-open COMPLNT row to ws-operator:
           if ws-fs not = "00"
               or not submit-type-complaint
               or submit-disp-assigned or submit-disp-closed
               or submit-disp-screened
               close submit-file
               move "Item was taken by someone else; try again"
                   to ws-error-text
                   if submit-type-complaint
                       and not submit-disp-assigned
                       and not submit-disp-closed
                       and not submit-disp-screened
                       move submit-timestamp to ws-oldest-ts
                       move submit-id to ws-oldest-id
                       move "Y" to ws-found-flag
               perform emit-queue-error
               exit paragraph
           end-if
           if submit-disp-screened
               close submit-file
               move "Item is held by the spam screening"
                   to ws-error-text
               perform emit-queue-error
               exit paragraph
           end-if
           move submit-disp-status to ws-old-status
           move "C" to submit-disp-status
           move ws-operator to submit-disp-operator
                   until ws-lst-idx > ws-list-count
               move ws-list-record(ws-lst-idx) to submit-record
               perform escape-current-item
               perform find-related-submissions
               if ls-want-json
                   perform emit-list-row-json
               else
           else
               display " (new)" with no advancing
           end-if
      *> a hard-bounced acknowledgment (see ACKBOUNCE) means the
      *> submitter has heard nothing from us by mail.
           if submit-followup-owed
               display
                   " [acknowledgment bounced: follow up by phone or "
                   "post]"
                   with no advancing
               end-display
           end-if
           if xref-rel-count > 0
               perform emit-related-html
           end-if
           display "</li>".

       emit-list-row-json.
                   '","disposition":"assigned","operator":"'
                   function trim(ws-escaped-oper)
                   '","assignedAt":"' function trim(submit-disp-stamp)
                   '"'
                   with no advancing
               end-display
           else
                   '{"id":"' submit-id
                   '","timestamp":"' function trim(submit-timestamp)
                   '","name":"' function trim(ws-escaped-name)
                   '","disposition":"new"'
                   with no advancing
               end-display
           end-if
           if submit-followup-owed
               display ',"followUp":"phone or post"' with no advancing
               end-display
           end-if
           perform emit-related-json
           display "}" with no advancing end-display.

       find-related-submissions.
      *> the listed item is a complaint, so its own name is the
      *> identity the row carries; SUBXREF adds the email (and any
      *> phone) the index holds for the id.
           move spaces to xref-call
           move "L" to xref-call-action
           move submit-id to xref-subj-id
           move submit-name to xref-subj-name
           call "SUBXREF" using xref-call.

       describe-related-row.
      *> as SHOWSUBS: live disposition for a row still on
      *> SUBMIT.DAT, the index's last known one for a row since
      *> archived. Reads through the record area, so it runs only
      *> once the listed item's own fields have been written out.
           move xref-rel-id(ws-rel-idx) to submit-id
           read submit-file
           if ws-fs = "00"
               move submit-disp-status to ws-rel-disp
               move "false" to ws-rel-archived-word
           else
               move xref-rel-disp(ws-rel-idx) to ws-rel-disp
               move "true" to ws-rel-archived-word
           end-if
           move "00" to ws-fs
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
           display " [other submissions from this submitter:"
               with no advancing
           end-display
           perform varying ws-rel-idx from 1 by 1
                   until ws-rel-idx > xref-rel-count
               perform describe-related-row
               if ws-rel-idx > 1
                   display ";" with no advancing end-display
               end-if
               display
                   " " xref-rel-id(ws-rel-idx)
                   " " function trim(xref-rel-form-type(ws-rel-idx))
                   " " function trim(ws-rel-disp-word)
                   with no advancing
               end-display
               if ws-rel-archived-word = "true"
                   display " archived" with no advancing end-display
               end-if
               display
                   " (same " function trim(ws-rel-basis-word) ")"
                   with no advancing
               end-display
           end-perform
           if xref-rel-total > xref-rel-count
               compute ws-rel-more = xref-rel-total - xref-rel-count
               display "; and " ws-rel-more " more"
                   with no advancing
               end-display
           end-if
           display "]" with no advancing end-display.

       emit-related-json.
           display ',"related":[' with no advancing end-display
           perform varying ws-rel-idx from 1 by 1
                   until ws-rel-idx > xref-rel-count
               perform describe-related-row
               if ws-rel-idx > 1
                   display "," with no advancing end-display
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

       emit-item-changed.
           perform escape-current-item
