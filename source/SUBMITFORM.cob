       identification division.
       program-id. SUBMITFORM.
      *> captures one submission into SUBMIT.DAT. Three form types
      *> share this screen: general contact (the default),
      *> parameter. Each type files its own fields into the typed
      *> detail area of SUBMREC.cpy and gets them redisplayed on the
      *> confirmation, while submit-data keeps the generic
      *> name=value audit string for every type. Every new row is
      *> screened for spam first (see screen-submission); a suspect
      *> one is filed quarantined and answered like any other.
       environment division.
       input-output section.
       file-control.
               access mode is dynamic
               record key is text-key
               file status is ws-text-fs.
      *> the disposition journal WORKQUEUE keeps; a quarantine is
      *> journalled here as the row is filed.
           select journal-file assign to "SUBJRNL.DAT"
               organization is line sequential
               file status is ws-jrn-fs.
       data division.
       file section.
       fd submit-file.
       01 fallback-line         pic x(1100).
       fd text-file.
       copy "TEXTREC.cpy".
       fd journal-file.
      *> sized to match WORKQUEUE's journal-line.
       01 journal-line          pic x(150).

       working-storage section.
       01 ws-fs                 pic xx.
      *> the freshly built record, parked while the duplicate scan
      *> reads other rows through the same record area; sized to the
      *> full submit-record
      *> (10+21+64+256+1+8+256+32+1+16+21+80+1+16+1+8).
       01 ws-hold-record        pic x(792).
       01 ws-sec-new            pic 9(5).
       01 ws-sec-old            pic 9(5).
       01 ws-hit-seconds        pic 9(5).
       01 ws-chunk-start        pic 9(4).
       01 ws-chunk-len          pic 9(4).

      *> the submitter index posting; see post-submitter-index.
       copy "XREFPARM.cpy".

      *> spam screening; see screen-submission. The typed text as
      *> it will be filed, which the repeat count compares against
      *> the day's other rows.
       copy "SCRNPARM.cpy".
       01 ws-screen-text        pic x(224).
       01 ws-repeat-count       pic 9(5).
       01 ws-jrn-fs             pic xx.

       linkage section.
       copy "CGIPARM.cpy".
       01 ls-format-flag        pic x.
               if ws-fs = "00"
                   move "Y" to ls-save-status
                   perform store-overflow-text
                   if submit-disp-quarantined
                       perform journal-quarantine
                   else
                       perform queue-acknowledgment
                   end-if
                   perform post-submitter-index
               else
                   move "N" to ls-save-status
                   perform capture-failed-save
               close submit-file
               move "00" to ws-fs
           else
               perform screen-submission
               move 0 to ws-retry-count
               perform write-submit-record
                   with test after
               close submit-file
           end-if.

       screen-submission.
      *> scores the new row against the business's screening rules
      *> (see SPAMSCRN) before it is written. A suspect row is filed
      *> all the same — nothing a visitor sends is thrown away — but
      *> under the quarantine disposition, with the score and what
      *> scored in the note, for a supervisor to release or confirm
      *> as spam on QUARREVIEW. The visitor is answered exactly as
      *> for any other filing, so a bot learns nothing from the
      *> reply.
           move spaces to scrn-call
           move submit-form-type to scrn-form-type
           move submit-name to scrn-name
           move "email" to ws-lookup-name
           perform get-cgi-param
           move ws-lookup-value(1:64) to scrn-email
           move submit-data to scrn-audit-data
           evaluate true
               when submit-type-complaint
                   move submit-cmpl-text to ws-screen-text
               when submit-type-contact
                   move submit-message to ws-screen-text
               when other
                   move spaces to ws-screen-text
           end-evaluate
           if ws-has-overflow
               move ws-full-value to scrn-text
           else
               move ws-screen-text to scrn-text
           end-if
           perform count-repeated-text
           move ws-repeat-count to scrn-repeat-count
           call "SPAMSCRN" using scrn-call
           if scrn-is-suspect
               move "Q" to submit-disp-status
               move ws-now to submit-disp-stamp
               move spaces to submit-disp-note
               string "Quarantined by screening, score " scrn-score
                   ": " function trim(scrn-reasons)
                   delimited by size into submit-disp-note
               end-string
           end-if.

       count-repeated-text.
      *> how many rows of the same form type were already filed
      *> today, from other visits, with exactly this text: the
      *> submit-timestamp key is started at the top of the day, so
      *> only today's slice is read. Like check-duplicate it reads
      *> through the record area, so the new row is parked and put
      *> back afterwards.
           move 0 to ws-repeat-count
           if ws-screen-text = spaces or ws-fs not = "00"
               exit paragraph
           end-if
           move submit-record to ws-hold-record
           move spaces to submit-timestamp
           move ws-now(1:8) to submit-timestamp(1:8)
           start submit-file key not less than submit-timestamp
           if ws-fs not = "00"
               perform restore-held-record
               exit paragraph
           end-if
           move "N" to ws-scan-done
           perform scan-one-repeat until ws-scan-is-done
           perform restore-held-record.

       scan-one-repeat.
           read submit-file next
               at end move "Y" to ws-scan-done
           end-read
           if ws-fs not = "00"
               move "Y" to ws-scan-done
               exit paragraph
           end-if
           if submit-timestamp(1:8) not = ws-now(1:8)
               move "Y" to ws-scan-done
               exit paragraph
           end-if
           if submit-form-type not = ws-form-type
               exit paragraph
           end-if
           if ls-session-token not = spaces
               and submit-session = ls-session-token
               exit paragraph
           end-if
           evaluate true
               when submit-type-complaint
                   if submit-cmpl-text = ws-screen-text
                       add 1 to ws-repeat-count
                   end-if
               when submit-type-contact
                   if submit-message = ws-screen-text(1:176)
                       add 1 to ws-repeat-count
                   end-if
           end-evaluate.

       journal-quarantine.
      *> a quarantine is a change of disposition like any other, so
      *> it goes on the journal the way WORKQUEUE writes its lines,
      *> under the screening's name where an operator's would be;
      *> CGIRPT counts these lines for the day's figures. Like the
      *> acknowledgment, a journal that can't be written never fails
      *> the submission.
           open extend journal-file
           if ws-jrn-fs not = "00"
               open output journal-file
           end-if
           if ws-jrn-fs = "00"
               move spaces to journal-line
               string
                   ws-now "|" delimited by size
                   submit-id "|" delimited by size
                   "N|Q|SPAMSCRN|" delimited by size
                   function trim(submit-disp-note) delimited by size
                   into journal-line
               end-string
               write journal-line
               close journal-file
           end-if.

       capture-failed-save.
      *> the visitor was just told "(not saved)"; this writes
      *> everything needed to file the submission later to the
               close ack-file
           end-if.

       post-submitter-index.
      *> files the new row under its submitter's identities in
      *> SUBXREF.DAT, so the screens can show the worker the same
      *> person's other submissions. The email is the one the
      *> acknowledgment was queued to, whatever the form type; the
      *> phone is the contact form's. Like the acknowledgment, an
      *> index that cannot be written never fails the submission:
      *> the weekly XREFBLD rebuild picks the row up anyway.
           move spaces to xref-call
           move "F" to xref-call-action
           move submit-id to xref-subj-id
           move submit-form-type to xref-subj-form-type
           move submit-timestamp(1:8) to xref-subj-filed
           move submit-disp-status to xref-subj-disp
           move "N" to xref-subj-archived
           move submit-name to xref-subj-name
           move "email" to ws-lookup-name
           perform get-cgi-param
           move ws-lookup-value(1:64) to xref-subj-email
           if submit-type-contact
               move submit-phone to xref-subj-phone
           end-if
           call "SUBXREF" using xref-call.

       check-duplicate.
      *> looks for a row this visit already filed with the same
      *> field content moments ago (refresh, double-click). The
                   end-string
               else
                   string
                       function trim(ws-submit-data-tmp)
                       delimited by size
                       "&" delimited by size
                       function trim(cgi-param-name(ws-pair-idx))
                       "=" delimited by size
