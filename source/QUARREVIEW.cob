       identification division.
       program-id. QUARREVIEW.
      *> supervisor screen over the submissions the spam screening
      *> held back (disposition "Q"; see SPAMSCRN and SUBMREC.cpy).
      *> op=list (the default) shows the quarantined rows oldest
      *> first with what scored them, the submitter's email and the
      *> start of the text, so each can be judged at a glance;
      *> op=release&id= puts a row into normal processing and
      *> op=spam&id= confirms it as spam, each with an optional
      *> note. Releasing a row makes it new ("N") and does what its
      *> filing would have done but for the quarantine: its
      *> acknowledgment goes on ACKQUEUE.DAT, and its id goes on
      *> CRMPICKUP.DAT — the row's timestamp may already be behind
      *> CRMXTRACT's checkpoint, and the pickup list is how such a
      *> row still makes the next feed (the extract passes over an
      *> id the timestamp walk has carried). A row confirmed as spam
      *> ("S") is never acknowledged, fed or queued, and archives
      *> with everything else in time. As on WORKQUEUE, the acting
      *> identity is the operator signed on through the caller's
      *> session, and every change is appended to SUBJRNL.DAT
      *> (timestamp|id|old|new|operator|note).
       environment division.
       input-output section.
       file-control.
           select submit-file assign to "SUBMIT.DAT"
               organization is indexed
               access mode is dynamic
               record key is submit-id
               alternate record key is submit-timestamp
                   with duplicates
               alternate record key is submit-session
                   with duplicates
               file status is ws-fs.
           select journal-file assign to "SUBJRNL.DAT"
               organization is line sequential
               file status is ws-jrn-fs.
           select session-file assign to "SESSION.DAT"
               organization is indexed
               access mode is dynamic
               record key is session-token
               file status is ws-sess-fs.
           select ack-file assign to "ACKQUEUE.DAT"
               organization is indexed
               access mode is dynamic
               record key is ack-id
               file status is ws-ack-fs.
           select pickup-file assign to "CRMPICKUP.DAT"
               organization is line sequential
               file status is ws-pick-fs.
       data division.
       file section.
       fd submit-file.
       copy "SUBMREC.cpy".
       fd journal-file.
      *> sized to match WORKQUEUE's journal-line.
       01 journal-line          pic x(150).
       fd session-file.
       copy "SESSREC.cpy".
       fd ack-file.
       copy "ACKREC.cpy".
       fd pickup-file.
       01 pickup-line           pic x(12).

       working-storage section.
       01 ws-fs                 pic xx.
       01 ws-jrn-fs             pic xx.
       01 ws-sess-fs            pic xx.
       01 ws-ack-fs             pic xx.
       01 ws-pick-fs            pic xx.
       01 ws-now                pic x(21).

       01 ws-lookup-name        pic x(32).
       01 ws-lookup-value       pic x(256).
       01 ws-lookup-found       pic x     value "N".
           88 ws-lookup-was-found value "Y".
       01 ws-pair-idx           pic 9(3).

       01 ws-op                 pic x(16) value spaces.
       01 ws-operator           pic x(16) value spaces.
       01 ws-note               pic x(80) value spaces.
       01 ws-given-id           pic 9(10).
       01 ws-id-given           pic x     value "N".
           88 ws-id-was-given   value "Y".
       01 ws-old-status         pic x.
      *> what became of the acknowledgment and the CRM pickup on a
      *> release, for the confirmation.
       01 ws-ack-word           pic x(12).
       01 ws-pick-word          pic x(12).

       01 ws-eof-flag           pic x     value "N".
           88 ws-at-eof         value "Y".

      *> the quarantined rows collected for op=list, oldest first,
      *> parked whole as WORKQUEUE parks its open items; the rest
      *> are only counted.
       01 ws-list-size          pic 9(3)  value 20.
       01 ws-list-table.
           05 ws-list-count     pic 9(3)  value 0.
           05 ws-list-entries occurs 20 times.
               10 ws-list-record    pic x(792).
       01 ws-held-total         pic 9(5)  value 0.
       01 ws-lst-idx            pic 9(3).
       01 ws-first-row          pic x     value "Y".
           88 ws-is-first-row   value "Y".
       01 ws-count-display      pic zz9.
       01 ws-total-display      pic zzzz9.

      *> the address an acknowledgment goes to: the contact form's
      *> own field, or the email= pair of the audit string, which is
      *> where SUBMITFORM took it from for the other forms.
       01 ws-row-email          pic x(64).
       01 ws-scan-buf           pic x(257).
       01 ws-scan-lead          pic 9(4).

       01 ws-name-buf           pic x(256).
       01 ws-email-buf          pic x(256).
       01 ws-text-buf           pic x(256).
       01 ws-note-buf           pic x(256).
       01 ws-oper-buf           pic x(256).
       01 ws-escaped-name       pic x(1536).
       01 ws-escaped-email      pic x(1536).
       01 ws-escaped-text       pic x(1536).
       01 ws-escaped-note       pic x(1536).
       01 ws-escaped-oper       pic x(1536).
       01 ws-error-text         pic x(80) value spaces.

       linkage section.
       copy "CGIPARM.cpy".
       01 ls-format-flag        pic x.
           88 ls-want-json      value "Y".
       01 ls-session-token      pic x(32).

       procedure division using cgi-params ls-format-flag
               ls-session-token.
       main-logic.
           move function current-date to ws-now
           perform read-review-params
           perform read-session-operator
           evaluate function trim(ws-op)
               when "release"
                   perform do-release
               when "spam"
                   perform do-confirm-spam
               when other
                   perform do-list
           end-evaluate
           goback.

       read-review-params.
           move "op" to ws-lookup-name
           perform get-cgi-param
           move ws-lookup-value(1:16) to ws-op
           move "note" to ws-lookup-name
           perform get-cgi-param
           move ws-lookup-value(1:80) to ws-note
           move "N" to ws-id-given
           move "id" to ws-lookup-name
           perform get-cgi-param
           if ws-lookup-was-found
               and function test-numval(ws-lookup-value) = 0
               move "Y" to ws-id-given
               compute ws-given-id = function numval(ws-lookup-value)
           end-if.

       read-session-operator.
      *> as WORKQUEUE: who is acting comes off the session row the
      *> dispatcher authenticated, never off the request.
           move spaces to ws-operator
           if ls-session-token = spaces
               exit paragraph
           end-if
           open input session-file
           if ws-sess-fs not = "00"
               exit paragraph
           end-if
           move ls-session-token to session-token
           read session-file
           if ws-sess-fs = "00"
               move session-operator to ws-operator
           end-if
           close session-file.

       do-list.
      *> the submit-timestamp key reads in arrival order, so the
      *> first quarantined rows met are the oldest; the walk goes on
      *> to the end to count the ones past the page.
           open input submit-file
           if ws-fs not = "00"
               move "Quarantine unavailable" to ws-error-text
               perform emit-review-error
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           move low-values to submit-timestamp
           start submit-file key not less than submit-timestamp
           if ws-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           perform until ws-at-eof
               read submit-file next
                   at end move "Y" to ws-eof-flag
               end-read
               if not ws-at-eof and ws-fs = "00"
                   and submit-disp-quarantined
                   add 1 to ws-held-total
                   if ws-list-count < ws-list-size
                       add 1 to ws-list-count
                       move submit-record
                           to ws-list-record(ws-list-count)
                   end-if
               end-if
               if ws-fs not = "00"
                   move "Y" to ws-eof-flag
               end-if
           end-perform
           close submit-file
           perform emit-review-list.

       do-release.
           perform open-held-row
           if ws-error-text not = spaces
               perform emit-review-error
               exit paragraph
           end-if
           move submit-disp-status to ws-old-status
           move "N" to submit-disp-status
           move ws-operator to submit-disp-operator
           move ws-now to submit-disp-stamp
           if ws-note = spaces
               move "Released from quarantine" to ws-note
           end-if
           move ws-note to submit-disp-note
           rewrite submit-record
           if ws-fs = "00"
               close submit-file
               perform write-journal-line
               perform queue-acknowledgment
               perform queue-crm-pickup
               perform emit-item-changed
           else
               close submit-file
               move "Release could not be saved" to ws-error-text
               perform emit-review-error
           end-if.

       do-confirm-spam.
           perform open-held-row
           if ws-error-text not = spaces
               perform emit-review-error
               exit paragraph
           end-if
           move submit-disp-status to ws-old-status
           move "S" to submit-disp-status
           move ws-operator to submit-disp-operator
           move ws-now to submit-disp-stamp
           if ws-note = spaces
               move "Confirmed as spam" to ws-note
           end-if
           move ws-note to submit-disp-note
           rewrite submit-record
           if ws-fs = "00"
               close submit-file
               perform write-journal-line
               perform emit-item-changed
           else
               close submit-file
               move "Spam confirmation could not be saved"
                   to ws-error-text
               perform emit-review-error
           end-if.

       open-held-row.
      *> common to both decisions: an id, a signed-on operator and a
      *> row still in quarantine, read fresh for update. Leaves the
      *> file open on success; ws-error-text says why not otherwise.
           move spaces to ws-error-text
           if not ws-id-was-given
               move "id= is required" to ws-error-text
               exit paragraph
           end-if
           if ws-operator = spaces
               move "No signed-on operator for this session"
                   to ws-error-text
               exit paragraph
           end-if
           open i-o submit-file
           if ws-fs not = "00"
               move "Quarantine unavailable" to ws-error-text
               exit paragraph
           end-if
           move ws-given-id to submit-id
           read submit-file
           if ws-fs not = "00"
               close submit-file
               move "No submission found with that id" to ws-error-text
               exit paragraph
           end-if
           if not submit-disp-quarantined
               close submit-file
               move "Item is not in quarantine" to ws-error-text
           end-if.

       write-journal-line.
      *> the line WORKQUEUE writes for its own changes.
           open extend journal-file
           if ws-jrn-fs not = "00"
               open output journal-file
           end-if
           if ws-jrn-fs = "00"
               move spaces to journal-line
               string
                   ws-now "|" delimited by size
                   submit-id "|" delimited by size
                   ws-old-status "|" delimited by size
                   submit-disp-status "|" delimited by size
                   function trim(ws-operator) "|" delimited by size
                   function trim(ws-note) delimited by size
                   into journal-line
               end-string
               write journal-line
               close journal-file
           end-if.

       find-row-email.
           move spaces to ws-row-email
           if submit-type-contact
               move submit-email to ws-row-email
               exit paragraph
           end-if
           move spaces to ws-scan-buf
           string "&" submit-data delimited by size into ws-scan-buf
           end-string
           move 0 to ws-scan-lead
           inspect ws-scan-buf tallying ws-scan-lead
               for characters before initial "&email="
           if ws-scan-lead < 250
               unstring ws-scan-buf(ws-scan-lead + 8:)
                   delimited by "&" or space
                   into ws-row-email
               end-unstring
           end-if.

       queue-acknowledgment.
      *> the row SUBMITFORM would have queued at filing, dated now
      *> so ACKSEND sends it on its next run. Like SUBMITFORM, a
      *> queue problem never undoes the release.
           perform find-row-email
           move spaces to ack-record
           move submit-id to ack-id
           move ws-now to ack-queued
           move submit-form-type to ack-form-type
           move submit-name to ack-name
           move ws-row-email to ack-email
           move "P" to ack-status
           move 0 to ack-attempts
           move spaces to ack-last-stamp ack-fail-reason
           move "not queued" to ws-ack-word
           open i-o ack-file
           if ws-ack-fs = "35"
               open output ack-file
           end-if
           if ws-ack-fs = "00"
               write ack-record
               if ws-ack-fs = "00"
                   move "queued" to ws-ack-word
               end-if
               close ack-file
           end-if.

       queue-crm-pickup.
      *> as SUBREPLAY's queue-crm-pickup.
           move "not listed" to ws-pick-word
           open extend pickup-file
           if ws-pick-fs not = "00"
               open output pickup-file
           end-if
           if ws-pick-fs = "00"
               move spaces to pickup-line
               move submit-id to pickup-line(1:10)
               write pickup-line
               close pickup-file
               move "listed" to ws-pick-word
           end-if.

       stage-current-item.
      *> the escapers take a pic x(256) input, so the record fields
      *> are widened into scratch buffers first. The text shown is
      *> the typed field, which holds the start of a longer text.
           move spaces to ws-name-buf ws-email-buf ws-text-buf
               ws-note-buf ws-oper-buf
           move submit-name to ws-name-buf
           perform find-row-email
           move ws-row-email to ws-email-buf
           evaluate true
               when submit-type-complaint
                   move submit-cmpl-text to ws-text-buf
               when submit-type-address
                   move submit-new-addr to ws-text-buf
               when other
                   move submit-message to ws-text-buf
           end-evaluate
           move submit-disp-note to ws-note-buf
           move submit-disp-operator to ws-oper-buf.

       emit-review-list.
           if ls-want-json
               display '{"quarantine":[' with no advancing
           else
               display "<h1>Quarantined submissions</h1>"
               display "<ul>"
           end-if
           perform varying ws-lst-idx from 1 by 1
                   until ws-lst-idx > ws-list-count
               move ws-list-record(ws-lst-idx) to submit-record
               perform stage-current-item
               if ls-want-json
                   perform emit-list-row-json
               else
                   perform emit-list-row-html
               end-if
           end-perform
           move ws-list-count to ws-count-display
           move ws-held-total to ws-total-display
           if ls-want-json
               display
                   '],"count":' function trim(ws-count-display)
                   ',"total":' function trim(ws-total-display) '}'
               end-display
           else
               display "</ul>"
               if ws-held-total = 0
                   display "<p>Nothing is in quarantine.</p>"
               end-if
               if ws-held-total > ws-list-count
                   display
                       "<p>Showing the oldest "
                       function trim(ws-count-display) " of "
                       function trim(ws-total-display) ".</p>"
                   end-display
               end-if
           end-if.

       emit-list-row-html.
           call "HTMLESC" using ws-name-buf ws-escaped-name
           call "HTMLESC" using ws-email-buf ws-escaped-email
           call "HTMLESC" using ws-text-buf ws-escaped-text
           call "HTMLESC" using ws-note-buf ws-escaped-note
           display
               "<li>id " submit-id
               " at " function trim(submit-timestamp)
               " (" function trim(submit-form-type) "): "
               function trim(ws-escaped-name)
               with no advancing
           end-display
           if ws-row-email not = spaces
               display " &lt;" function trim(ws-escaped-email) "&gt;"
                   with no advancing
               end-display
           end-if
           display
               ' - "' function trim(ws-escaped-text) '"'
               " [" function trim(ws-escaped-note) "]</li>"
           end-display.

       emit-list-row-json.
           call "JSONESC" using ws-name-buf ws-escaped-name
           call "JSONESC" using ws-email-buf ws-escaped-email
           call "JSONESC" using ws-text-buf ws-escaped-text
           call "JSONESC" using ws-note-buf ws-escaped-note
           if ws-is-first-row
               move "N" to ws-first-row
           else
               display "," with no advancing
           end-if
           display
               '{"id":"' submit-id
               '","timestamp":"' function trim(submit-timestamp)
               '","formtype":"' function trim(submit-form-type)
               '","name":"' function trim(ws-escaped-name)
               '","email":"' function trim(ws-escaped-email)
               '","text":"' function trim(ws-escaped-text)
               '","screening":"' function trim(ws-escaped-note) '"}'
               with no advancing
           end-display.

       emit-item-changed.
           perform stage-current-item
           if ls-want-json
               call "JSONESC" using ws-note-buf ws-escaped-note
               call "JSONESC" using ws-oper-buf ws-escaped-oper
               if submit-disp-spam
                   display
                       '{"id":"' submit-id
                       '","disposition":"spam","operator":"'
                       function trim(ws-escaped-oper)
                       '","note":"' function trim(ws-escaped-note)
                       '"}'
                   end-display
               else
                   display
                       '{"id":"' submit-id
                       '","disposition":"new","operator":"'
                       function trim(ws-escaped-oper)
                       '","note":"' function trim(ws-escaped-note)
                       '","acknowledgment":"' function trim(ws-ack-word)
                       '","crmPickup":"' function trim(ws-pick-word)
                       '"}'
                   end-display
               end-if
           else
               call "HTMLESC" using ws-note-buf ws-escaped-note
               call "HTMLESC" using ws-oper-buf ws-escaped-oper
               if submit-disp-spam
                   display
                       "<p>Confirmed item " submit-id " as spam, "
                       function trim(ws-escaped-oper)
                       ': "' function trim(ws-escaped-note) '"</p>'
                   end-display
               else
                   display
                       "<p>Released item " submit-id " as "
                       function trim(ws-escaped-oper)
                       ': "' function trim(ws-escaped-note)
                       '"; acknowledgment ' function trim(ws-ack-word)
                       ", CRM pickup " function trim(ws-pick-word)
                       "</p>"
                   end-display
               end-if
           end-if.

       emit-review-error.
      *> the message texts come from this program, never from the
      *> caller, so they need no escaping.
           if ls-want-json
               display
                   '{"error":"' function trim(ws-error-text) '"}'
               end-display
           else
               display
                   "<p>" function trim(ws-error-text) "</p>"
               end-display
           end-if.

       get-cgi-param.
      *> looks up ws-lookup-name in cgi-params, sets
      *> ws-lookup-value and ws-lookup-found.
           move spaces to ws-lookup-value
           move "N" to ws-lookup-found
           perform varying ws-pair-idx from 1 by 1
                   until ws-pair-idx > cgi-param-count
               if cgi-param-name(ws-pair-idx) = ws-lookup-name
                   move cgi-param-value(ws-pair-idx) to ws-lookup-value
                   move "Y" to ws-lookup-found
               end-if
           end-perform.

       end program QUARREVIEW.
