       identification division.
       program-id. SUBXREF.
      *> submitter cross-reference, shared by everything that files,
      *> erases or shows submissions: the one place the identities
      *> in SUBXREF.DAT (see XREFREC.cpy) are normalized, written,
      *> deleted and read back, so SUBMITFORM, SUBREPLAY, ERASURE,
      *> the XREFBLD rebuild and the SHOWSUBS / WORKQUEUE screens
      *> can never disagree about who is the same person. The
      *> caller fills XREFPARM.cpy's block and picks the action:
      *>     F  post the subject's identities (opens and closes the
      *>        index around the posting; a row already there for
      *>        the same identity and id is refreshed)
      *>     O / A / C  the rebuild: start an empty index, post each
      *>        subject to it while it stays open, close it
      *>     D  delete every index row of the subject id
      *>     L  list the other submissions sharing any of the
      *>        subject's identities
      *> A submission's identities are its email (lower-cased, and
      *> only if it looks like an address), its phone (the digits,
      *> seven or more) and its name (upper-cased, letters and
      *> digits only, single-spaced). A blank field gives no
      *> identity. Like VIEWLOG, a problem with the index is
      *> reported back in xref-call-status and never fails the
      *> caller's own work: the weekly rebuild puts right anything
      *> a filing-time post missed.
       environment division.
       input-output section.
       file-control.
           select xref-file assign to "SUBXREF.DAT"
               organization is indexed
               access mode is dynamic
               record key is xref-key
               alternate record key is xref-owner-id
                   with duplicates
               file status is ws-xref-fs.
       data division.
       file section.
       fd xref-file.
       copy "XREFREC.cpy".

       working-storage section.
       01 ws-xref-fs             pic xx.
      *> "Y" between a rebuild's "O" and its "C".
       01 ws-rebuild-open        pic x     value "N".
           88 ws-rebuild-is-open value "Y".
       01 ws-eof-flag            pic x     value "N".
           88 ws-at-eof          value "Y".

      *> the subject's identities, one per kind at most, in the
      *> order a lookup weighs them: email, phone, name.
       01 ws-ident-table.
           05 ws-ident-entries occurs 3 times.
               10 ws-ident-kind     pic x.
               10 ws-ident-value    pic x(64).
       01 ws-ident-idx           pic 9.
       01 ws-kind-slot           pic 9.
       01 ws-new-kind            pic x.
       01 ws-new-value           pic x(64).

      *> normalizing one field.
       01 ws-norm-in             pic x(64).
       01 ws-norm-out            pic x(64).
       01 ws-norm-len            pic 9(3).
       01 ws-in-idx              pic 9(3).
       01 ws-out-ptr             pic 9(3).
       01 ws-one-char            pic x.
       01 ws-space-owed          pic x.
       01 ws-at-tally            pic 9(3).

      *> every related id counted so far, so one reached through
      *> both its email and its name is counted once.
       01 ws-seen-table.
           05 ws-seen-count     pic 9(3)  value 0.
           05 ws-seen-id        pic 9(10) occurs 500 times.
       01 ws-seen-idx            pic 9(3).
       01 ws-seen-hit            pic x.

       linkage section.
       copy "XREFPARM.cpy".

       procedure division using xref-call.
       main-logic.
           move "00" to xref-call-status
           move 0 to xref-call-rows
           evaluate true
               when xref-call-file
                   perform post-one-filing
               when xref-call-rebuild
                   perform start-rebuild
               when xref-call-add
                   if ws-rebuild-is-open
                       perform post-subject
                   else
                       move "48" to xref-call-status
                   end-if
               when xref-call-finish
                   if ws-rebuild-is-open
                       close xref-file
                       move "N" to ws-rebuild-open
                   end-if
               when xref-call-drop
                   perform drop-subject
               when xref-call-related
                   perform list-related
           end-evaluate
           goback.

       post-one-filing.
           open i-o xref-file
           if ws-xref-fs = "35"
               open output xref-file
           end-if
           if ws-xref-fs not = "00"
               move ws-xref-fs to xref-call-status
               exit paragraph
           end-if
           perform post-subject
           close xref-file.

       start-rebuild.
           if ws-rebuild-is-open
               close xref-file
           end-if
           open output xref-file
           if ws-xref-fs = "00"
               move "Y" to ws-rebuild-open
           else
               move "N" to ws-rebuild-open
               move ws-xref-fs to xref-call-status
           end-if.

       post-subject.
      *> one row per identity; a row already on file for the same
      *> identity and id (a replayed or re-posted filing) is
      *> rewritten, which refreshes its disposition.
           perform build-identities
           perform varying ws-ident-idx from 1 by 1
                   until ws-ident-idx > 3
               if ws-ident-kind(ws-ident-idx) not = space
                   move spaces to xref-record
                   move ws-ident-kind(ws-ident-idx) to xref-kind
                   move ws-ident-value(ws-ident-idx) to xref-ident
                   move xref-subj-id to xref-id
                   move xref-subj-id to xref-owner-id
                   move xref-subj-form-type to xref-form-type
                   move xref-subj-filed to xref-filed
                   move xref-subj-disp to xref-disp
                   move xref-subj-archived to xref-archived
                   write xref-record
                   if ws-xref-fs = "22"
                       rewrite xref-record
                   end-if
                   if ws-xref-fs = "00"
                       add 1 to xref-call-rows
                   else
                       move ws-xref-fs to xref-call-status
                   end-if
               end-if
           end-perform.

       build-identities.
           move spaces to ws-ident-table
           move spaces to ws-norm-in
           move xref-subj-email to ws-norm-in
           perform normalize-email
           if ws-norm-out not = spaces
               move "E" to ws-ident-kind(1)
               move ws-norm-out to ws-ident-value(1)
           end-if
           move spaces to ws-norm-in
           move xref-subj-phone to ws-norm-in
           perform normalize-phone
           if ws-norm-out not = spaces
               move "P" to ws-ident-kind(2)
               move ws-norm-out to ws-ident-value(2)
           end-if
           move xref-subj-name to ws-norm-in
           perform normalize-name
           if ws-norm-out not = spaces
               move "N" to ws-ident-kind(3)
               move ws-norm-out to ws-ident-value(3)
           end-if.

       normalize-email.
      *> an address is taken only if it has an "@" and no space
      *> inside it; anything else is not something to match on.
           move spaces to ws-norm-out
           if ws-norm-in = spaces
               exit paragraph
           end-if
           move function lower-case(function trim(ws-norm-in))
               to ws-norm-out
           move 0 to ws-at-tally
           inspect ws-norm-out tallying ws-at-tally for all "@"
           compute ws-norm-len =
               function length(function trim(ws-norm-out))
           if ws-at-tally not = 1
               or ws-norm-out(1:1) = "@"
               or ws-norm-out(ws-norm-len:1) = "@"
               move spaces to ws-norm-out
               exit paragraph
           end-if
           move 0 to ws-at-tally
           inspect ws-norm-out(1:ws-norm-len)
               tallying ws-at-tally for all space
           if ws-at-tally > 0
               move spaces to ws-norm-out
           end-if.

       normalize-phone.
           move spaces to ws-norm-out
           move 0 to ws-out-ptr
           perform varying ws-in-idx from 1 by 1
                   until ws-in-idx > 16
               move ws-norm-in(ws-in-idx:1) to ws-one-char
               if ws-one-char >= "0" and ws-one-char <= "9"
                   add 1 to ws-out-ptr
                   move ws-one-char to ws-norm-out(ws-out-ptr:1)
               end-if
           end-perform
           if ws-out-ptr < 7
               move spaces to ws-norm-out
           end-if.

       normalize-name.
      *> letters and digits are kept; apostrophes and full stops
      *> vanish ("O'Brien" is "OBRIEN", "J. Smith" is "J SMITH");
      *> anything else separates words, and runs of separators
      *> collapse to one space.
           move spaces to ws-norm-out
           move function upper-case(ws-norm-in) to ws-norm-in
           move 0 to ws-out-ptr
           move "N" to ws-space-owed
           perform varying ws-in-idx from 1 by 1
                   until ws-in-idx > 64
               move ws-norm-in(ws-in-idx:1) to ws-one-char
               evaluate true
                   when (ws-one-char >= "A" and ws-one-char <= "Z")
                     or (ws-one-char >= "0" and ws-one-char <= "9")
                       if ws-space-owed = "Y" and ws-out-ptr > 0
                           add 1 to ws-out-ptr
                       end-if
                       move "N" to ws-space-owed
                       add 1 to ws-out-ptr
                       move ws-one-char to ws-norm-out(ws-out-ptr:1)
                   when ws-one-char = "'" or ws-one-char = "."
                       continue
                   when other
                       move "Y" to ws-space-owed
               end-evaluate
           end-perform
           if ws-out-ptr < 2
               move spaces to ws-norm-out
           end-if.

       drop-subject.
      *> the owner key is re-started after every delete, so the
      *> walk never depends on where a delete leaves the file.
           open i-o xref-file
           if ws-xref-fs = "35"
               exit paragraph
           end-if
           if ws-xref-fs not = "00"
               move ws-xref-fs to xref-call-status
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform drop-one-row until ws-at-eof
           close xref-file.

       drop-one-row.
           move xref-subj-id to xref-owner-id
           start xref-file key is equal to xref-owner-id
           if ws-xref-fs not = "00"
               move "Y" to ws-eof-flag
               exit paragraph
           end-if
           read xref-file next
               at end move "Y" to ws-eof-flag
           end-read
           if ws-at-eof or ws-xref-fs not = "00"
               or xref-owner-id not = xref-subj-id
               move "Y" to ws-eof-flag
               exit paragraph
           end-if
           delete xref-file record
           if ws-xref-fs = "00"
               add 1 to xref-call-rows
           else
               move ws-xref-fs to xref-call-status
               move "Y" to ws-eof-flag
           end-if.

       list-related.
      *> the subject's identities are what its own fields give,
      *> topped up from the index for any kind the fields lack (the
      *> email an address or complaint form was filed with lives
      *> only on the acknowledgment and the index).
           move 0 to xref-rel-count xref-rel-total ws-seen-count
           perform build-identities
           open input xref-file
           if ws-xref-fs not = "00"
               if ws-xref-fs not = "35"
                   move ws-xref-fs to xref-call-status
               end-if
               exit paragraph
           end-if
           perform add-indexed-identities
           perform varying ws-ident-idx from 1 by 1
                   until ws-ident-idx > 3
               if ws-ident-kind(ws-ident-idx) not = space
                   perform list-one-identity
               end-if
           end-perform
           close xref-file.

       add-indexed-identities.
           move xref-subj-id to xref-owner-id
           start xref-file key is equal to xref-owner-id
           if ws-xref-fs not = "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-xref
           perform until ws-at-eof
               if xref-owner-id not = xref-subj-id
                   move "Y" to ws-eof-flag
               else
                   evaluate true
                       when xref-by-email move 1 to ws-kind-slot
                       when xref-by-phone move 2 to ws-kind-slot
                       when other move 3 to ws-kind-slot
                   end-evaluate
                   if ws-ident-kind(ws-kind-slot) = space
                       move xref-kind to ws-ident-kind(ws-kind-slot)
                       move xref-ident to ws-ident-value(ws-kind-slot)
                   end-if
                   perform read-next-xref
               end-if
           end-perform.

       list-one-identity.
           move ws-ident-kind(ws-ident-idx) to xref-kind
           move ws-ident-value(ws-ident-idx) to xref-ident
           move 0 to xref-id
           start xref-file key is not less than xref-key
           if ws-xref-fs not = "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-xref
           perform until ws-at-eof
               if xref-kind not = ws-ident-kind(ws-ident-idx)
                   or xref-ident not = ws-ident-value(ws-ident-idx)
                   move "Y" to ws-eof-flag
               else
                   if xref-id not = xref-subj-id
                       perform take-related-row
                   end-if
                   perform read-next-xref
               end-if
           end-perform.

       take-related-row.
      *> identities are walked strongest first, so an id already
      *> seen keeps the stronger basis it was first found under.
           move "N" to ws-seen-hit
           perform varying ws-seen-idx from 1 by 1
                   until ws-seen-idx > ws-seen-count
               if ws-seen-id(ws-seen-idx) = xref-id
                   move "Y" to ws-seen-hit
               end-if
           end-perform
           if ws-seen-hit = "Y"
               exit paragraph
           end-if
           if ws-seen-count < 500
               add 1 to ws-seen-count
               move xref-id to ws-seen-id(ws-seen-count)
           end-if
           add 1 to xref-rel-total
           if xref-rel-count >= 10
               exit paragraph
           end-if
           add 1 to xref-rel-count
           move xref-id to xref-rel-id(xref-rel-count)
           move xref-form-type to xref-rel-form-type(xref-rel-count)
           move xref-filed to xref-rel-filed(xref-rel-count)
           move xref-disp to xref-rel-disp(xref-rel-count)
           move xref-archived to xref-rel-archived(xref-rel-count)
           move xref-kind to xref-rel-basis(xref-rel-count).

       read-next-xref.
           read xref-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-xref-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       end program SUBXREF.
