       identification division.
       program-id. XREFBLD.
      *> weekly rebuild of the submitter cross-reference index
      *> SUBXREF.DAT (see XREFREC.cpy). SUBMITFORM and SUBREPLAY
      *> post each submission as it is filed, but a post can be
      *> missed (the index unavailable for a moment) and a row's
      *> disposition moves on after it is posted, so once a week
      *> the whole index is built again from what is actually on
      *> file: the yearly archives SUBARC-YYYY.DAT for the last
      *> XREF_YEARS years (default 10, the same reach as ERASURE)
      *> first, then SUBMIT.DAT itself, so a row found in both (an
      *> archive run that stopped between writing the line and
      *> deleting the row) ends up with its live disposition. Every
      *> identity goes through SUBXREF, the same routine the
      *> filing-time posts use.
      *>
      *> A row's email is the contact form's own field, or for the
      *> other form types the address its acknowledgment was queued
      *> to on ACKQUEUE.DAT; its phone is the contact form's. A row
      *> whose personal data has been erased (the resolution note
      *> carries ERASURE's marker) gives no identity at all, and
      *> neither does a blank name, email or phone on its own.
      *>
      *> SUBMIT.DAT is opened before the index is emptied, so a
      *> store that can't be read leaves last week's index standing
      *> rather than an empty one. Output is XREFBLD-YYYYMMDD.TXT.
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
               file status is ws-sub-fs.
           select ack-file assign to "ACKQUEUE.DAT"
               organization is indexed
               access mode is dynamic
               record key is ack-id
               file status is ws-ack-fs.
           select archive-file assign to dynamic ws-archive-filename
               organization is line sequential
               file status is ws-arc-fs.
           select report-file assign to dynamic ws-report-filename
               organization is line sequential
               file status is ws-rpt-fs.
       data division.
       file section.
       fd submit-file.
       copy "SUBMREC.cpy".
       fd ack-file.
       copy "ACKREC.cpy".
       fd archive-file.
      *> sized to match HOUSEKEEP's archive-line.
       01 archive-line            pic x(850).
       fd report-file.
       01 report-line             pic x(300).

       working-storage section.
       01 ws-sub-fs              pic xx.
       01 ws-ack-fs              pic xx.
       01 ws-arc-fs              pic xx.
       01 ws-rpt-fs              pic xx.
       01 ws-archive-filename    pic x(20).
       01 ws-report-filename     pic x(26).
       01 ws-now                 pic x(21).
       01 ws-today-x             pic x(8).
       01 ws-eof-flag            pic x     value "N".
           88 ws-at-eof          value "Y".

       01 ws-years-env           pic x(10).
       01 ws-years-back          pic 9(3)  value 10.
       01 ws-this-year           pic 9(4).
       01 ws-year-from           pic 9(4).
       01 ws-year                pic 9(4).

      *> a failed open is carried here for the report; the index
      *> is only rebuilt at all once SUBMIT.DAT has opened.
       01 ws-sub-open-fs         pic xx    value spaces.
       01 ws-xref-open-fs        pic xx    value spaces.
       01 ws-ack-open            pic x     value "N".
           88 ws-ack-is-open     value "Y".

       01 ws-erase-prefix        pic x(20)
           value "Personal data erased".
       01 ws-arc-id-x            pic x(10).
       01 ws-arc-form-type       pic x(8).

       01 ws-year-lines          pic 9(7).
       01 ws-arc-lines           pic 9(7)  value 0.
       01 ws-arc-skipped         pic 9(7)  value 0.
       01 ws-live-rows           pic 9(7)  value 0.
       01 ws-rows-indexed        pic 9(7)  value 0.
       01 ws-rows-no-ident       pic 9(7)  value 0.
       01 ws-rows-erased         pic 9(7)  value 0.
       01 ws-index-rows          pic 9(7)  value 0.
       01 ws-post-failures       pic 9(7)  value 0.
       01 ws-post-fs             pic xx    value spaces.

       copy "XREFPARM.cpy".

       procedure division.
       main-logic.
           move function current-date to ws-now
           move ws-now(1:8) to ws-today-x
           string "XREFBLD-" ws-today-x ".TXT"
               delimited by size into ws-report-filename
           perform read-years-config
           open output report-file
           perform write-report-header
           open input submit-file
           if ws-sub-fs not = "00"
               move ws-sub-fs to ws-sub-open-fs
               perform write-not-run
               close report-file
               goback
           end-if
           move spaces to xref-call
           move "O" to xref-call-action
           call "SUBXREF" using xref-call
           if xref-call-status not = "00"
               move xref-call-status to ws-xref-open-fs
               close submit-file
               perform write-not-run
               close report-file
               goback
           end-if
           open input ack-file
           if ws-ack-fs = "00"
               move "Y" to ws-ack-open
           end-if
           perform varying ws-year from ws-year-from by 1
                   until ws-year > ws-this-year
               perform index-archive-year
           end-perform
           perform index-live-rows
           close submit-file
           if ws-ack-is-open
               close ack-file
           end-if
           move "C" to xref-call-action
           call "SUBXREF" using xref-call
           perform write-report-totals
           close report-file
           goback.

       read-years-config.
           move spaces to ws-years-env
           accept ws-years-env from environment "XREF_YEARS"
           if ws-years-env not = spaces
               and function test-numval(ws-years-env) = 0
               and function numval(ws-years-env) >= 1
               and function numval(ws-years-env) <= 99
               compute ws-years-back = function numval(ws-years-env)
           end-if
           move ws-today-x(1:4) to ws-this-year
           compute ws-year-from = ws-this-year - ws-years-back + 1.

       index-archive-year.
      *> a year with no archive file is simply not listed.
           move spaces to ws-archive-filename
           string "SUBARC-" ws-year ".DAT"
               delimited by size into ws-archive-filename
           end-string
           open input archive-file
           if ws-arc-fs not = "00"
               exit paragraph
           end-if
           move 0 to ws-year-lines
           move "N" to ws-eof-flag
           perform read-next-archive
           perform until ws-at-eof
               add 1 to ws-year-lines
               perform index-archive-line
               perform read-next-archive
           end-perform
           close archive-file
           add ws-year-lines to ws-arc-lines
           move spaces to report-line
           string "Archive " ws-archive-filename " lines: "
               ws-year-lines
               delimited by size into report-line
           end-string
           write report-line.

       read-next-archive.
           read archive-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-arc-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       index-archive-line.
      *> the archive line is fixed-width (see HOUSEKEEP): id 1-10,
      *> timestamp from 12, name from 34, form type from 358, the
      *> typed detail from 367 (a contact row's email first, then
      *> its phone), the disposition at 657 and the note from 698.
           move archive-line(1:10) to ws-arc-id-x
           if ws-arc-id-x not numeric
               add 1 to ws-arc-skipped
               exit paragraph
           end-if
           move archive-line(358:8) to ws-arc-form-type
           move spaces to xref-call
           move "A" to xref-call-action
           move ws-arc-id-x to xref-subj-id
           move ws-arc-form-type to xref-subj-form-type
           move archive-line(12:8) to xref-subj-filed
           move archive-line(657:1) to xref-subj-disp
           move "Y" to xref-subj-archived
           if archive-line(698:20) = ws-erase-prefix
               add 1 to ws-rows-erased
               exit paragraph
           end-if
           move archive-line(34:64) to xref-subj-name
           if ws-arc-form-type = "CONTACT"
               move archive-line(367:64) to xref-subj-email
               move archive-line(431:16) to xref-subj-phone
           else
               perform take-ack-email
           end-if
           perform post-subject.

       index-live-rows.
           move "N" to ws-eof-flag
           move low-values to submit-timestamp
           start submit-file key not less than submit-timestamp
           if ws-sub-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           perform read-next-submission
           perform until ws-at-eof
               add 1 to ws-live-rows
               perform index-live-row
               perform read-next-submission
           end-perform.

       read-next-submission.
           read submit-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-sub-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       index-live-row.
           move spaces to xref-call
           move "A" to xref-call-action
           move submit-id to xref-subj-id
           move submit-form-type to xref-subj-form-type
           move submit-timestamp(1:8) to xref-subj-filed
           move submit-disp-status to xref-subj-disp
           move "N" to xref-subj-archived
           if submit-disp-note(1:20) = ws-erase-prefix
               add 1 to ws-rows-erased
               exit paragraph
           end-if
           move submit-name to xref-subj-name
           if submit-type-contact
               move submit-email to xref-subj-email
               move submit-phone to xref-subj-phone
           else
               perform take-ack-email
           end-if
           perform post-subject.

       take-ack-email.
           if not ws-ack-is-open
               exit paragraph
           end-if
           move xref-subj-id to ack-id
           read ack-file
           if ws-ack-fs = "00"
               move ack-email to xref-subj-email
           end-if.

       post-subject.
           call "SUBXREF" using xref-call
           if xref-call-status not = "00"
               add 1 to ws-post-failures
               move xref-call-status to ws-post-fs
           end-if
           if xref-call-rows = 0
               add 1 to ws-rows-no-ident
           else
               add 1 to ws-rows-indexed
               add xref-call-rows to ws-index-rows
           end-if.

       write-report-header.
           move spaces to report-line
           string "Submitter index rebuild, run of " ws-now(1:8) " "
               ws-now(9:6) ", archives from " ws-year-from
               delimited by size into report-line
           end-string
           write report-line.

       write-not-run.
           move spaces to report-line
           if ws-sub-open-fs not = spaces
               string "WARNING: SUBMIT.DAT could not be opened "
                   "(file status " ws-sub-open-fs "); the existing "
                   "index was left as it was"
                   delimited by size into report-line
               end-string
           else
               string "WARNING: SUBXREF.DAT could not be opened "
                   "(file status " ws-xref-open-fs ") for the rebuild"
                   delimited by size into report-line
               end-string
           end-if
           write report-line
           move "RESULT: NOT RUN - index not rebuilt" to report-line
           write report-line.

       write-report-totals.
           if not ws-ack-is-open
               move spaces to report-line
               string "WARNING: no ACKQUEUE.DAT; address and "
                   "complaint rows are indexed without an email"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "Archive lines read:       " ws-arc-lines
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Archive lines unreadable: " ws-arc-skipped
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Live rows read:           " ws-live-rows
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Submissions indexed:      " ws-rows-indexed
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "No usable identity:       " ws-rows-no-ident
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Erased, left out:         " ws-rows-erased
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Index rows written:       " ws-index-rows
               delimited by size into report-line
           end-string
           write report-line
           if ws-post-failures > 0
               move spaces to report-line
               string "Index writes failed:      " ws-post-failures
                   " (last file status " ws-post-fs ")"
                   delimited by size into report-line
               end-string
               write report-line
               move "RESULT: INDEX INCOMPLETE - rerun XREFBLD"
                   to report-line
           else
               move "RESULT: index rebuilt" to report-line
           end-if
           write report-line.

       end program XREFBLD.
