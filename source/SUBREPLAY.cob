       identification division.
       program-id. SUBREPLAY.
      *> replay batch for the fallback journal SUBMITFORM writes
      *> when a save fails (see capture-failed-save): once the
      *> already filed is its own duplicate. The journal is
      *> truncated only when every entry landed (filed or already
      *> on file); any failure leaves it untouched for the next
      *> run. Replayed rows queue their acknowledgment and join the
      *> submitter index exactly as a live save would have, and
      *> their ids go on CRMPICKUP.DAT: a replayed row keeps its
      *> original timestamp, which by now sits behind CRMXTRACT's
      *> checkpoint, so the nightly timestamp walk would never
      *> carry it to the CRM — the pickup list is how it still
      *> makes the next feed. A replayed row is spam-screened as a
      *> live one is (see screen-submission); a suspect row is filed
      *> quarantined and journalled, with no acknowledgment and no
      *> pickup entry until a supervisor releases it.
      *> Report: SUBREPLAY-YYYYMMDD.TXT.
       environment division.
       input-output section.
           select pickup-file assign to "CRMPICKUP.DAT"
               organization is line sequential
               file status is ws-pick-fs.
      *> the disposition journal, for a replayed row quarantined by
      *> the screening; same lines SUBMITFORM writes.
           select journal-file assign to "SUBJRNL.DAT"
               organization is line sequential
               file status is ws-jrn-fs.
           select report-file assign to dynamic ws-report-filename
               organization is line sequential
               file status is ws-rpt-fs.
       copy "TEXTREC.cpy".
       fd pickup-file.
       01 pickup-line           pic x(12).
       fd journal-file.
      *> sized to match WORKQUEUE's journal-line.
       01 journal-line          pic x(150).
       fd report-file.
       01 report-line             pic x(300).

           88 ws-scan-is-done   value "Y".
      *> the rebuilt record, parked while the duplicate scan reads
      *> other rows through the same record area; sized to the full
      *> submit-record (10+21+64+256+1+8+256+32+1+16+21+80+1+16+1+8).
       01 ws-hold-record        pic x(792).

      *> overflow text handling, mirroring SUBMITFORM: the full
      *> value — the LTX capture when it carries this field, the
       01 ws-entries-dup        pic 9(5)  value 0.
       01 ws-entries-failed     pic 9(5)  value 0.
       01 ws-pickup-queued      pic 9(5)  value 0.
       01 ws-entries-held       pic 9(5)  value 0.

      *> the submitter index posting; see post-submitter-index.
       copy "XREFPARM.cpy".

      *> spam screening, as SUBMITFORM's screen-submission.
       copy "SCRNPARM.cpy".
       01 ws-screen-text        pic x(224).
       01 ws-repeat-count       pic 9(5).
       01 ws-jrn-fs             pic xx.

       procedure division.
       main-logic.
               write report-line
               exit paragraph
           end-if
           perform screen-submission
           move 0 to ws-retry-count
           perform write-submit-record
               with test after
                   delimited by size into report-line
               end-string
               write report-line
               if submit-disp-quarantined
                   add 1 to ws-entries-held
                   move spaces to report-line
                   string "QUARANTINED id " submit-id ": "
                       function trim(submit-disp-note)
                       delimited by size into report-line
                   end-string
                   write report-line
                   perform journal-quarantine
               else
                   perform queue-acknowledgment
                   perform queue-crm-pickup
               end-if
               perform post-submitter-index
           else
               add 1 to ws-entries-failed
               move spaces to report-line
           move ws-hold-record to submit-record
           move "00" to ws-fs.

       screen-submission.
      *> the mirror of SUBMITFORM's screen-submission: the same
      *> rules through SPAMSCRN, with the repeat count taken over the
      *> day the visitor actually submitted on.
           move spaces to scrn-call
           move submit-form-type to scrn-form-type
           move submit-name to scrn-name
           move "email" to ws-lookup-name
           perform get-rpl-param
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
      *> rows of the same form type filed on the entry's own day
      *> from other visits with exactly this text, read through the
      *> record area as check-duplicate reads.
           move 0 to ws-repeat-count
           if ws-screen-text = spaces
               exit paragraph
           end-if
           move submit-record to ws-hold-record
           move spaces to submit-timestamp
           move ws-cap-timestamp(1:8) to submit-timestamp(1:8)
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
           if submit-timestamp(1:8) not = ws-cap-timestamp(1:8)
               move "Y" to ws-scan-done
               exit paragraph
           end-if
           if submit-form-type not = ws-cap-formtype
               exit paragraph
           end-if
           if ws-cap-session not = spaces
               and submit-session = ws-cap-session
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
      *> the line SUBMITFORM's journal-quarantine writes.
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

       fill-typed-detail.
           move spaces to submit-detail
           evaluate true
               add 1 to ws-pickup-queued
           end-if.

       post-submitter-index.
      *> the replayed row joins the submitter index the way a live
      *> filing does (see SUBMITFORM), on the index's own status.
           move spaces to xref-call
           move "F" to xref-call-action
           move submit-id to xref-subj-id
           move submit-form-type to xref-subj-form-type
           move submit-timestamp(1:8) to xref-subj-filed
           move submit-disp-status to xref-subj-disp
           move "N" to xref-subj-archived
           move submit-name to xref-subj-name
           move "email" to ws-lookup-name
           perform get-rpl-param
           move ws-lookup-value(1:64) to xref-subj-email
           if submit-type-contact
               move submit-phone to xref-subj-phone
           end-if
           call "SUBXREF" using xref-call.

       truncate-journal.
      *> every entry landed, so the journal's work is done; it is
      *> emptied rather than deleted, keeping the file there for
           string "Queued for CRM:     " ws-pickup-queued
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Quarantined:        " ws-entries-held
               delimited by size into report-line
           write report-line
           evaluate true
               when ws-store-is-broken
                   move "RESULT: STORE STILL BROKEN - journal kept"
