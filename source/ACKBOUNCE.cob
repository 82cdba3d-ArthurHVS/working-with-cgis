       identification division.
       program-id. ACKBOUNCE.
      *> morning bounce batch, run before ACKSEND. ACKSEND marks an
      *> acknowledgment sent the moment its line is in the gateway's
      *> pickup file; when the address is dead the gateway's bounce
      *> used to go nowhere. The gateway now drops a daily bounce
      *> file BOUNCE-YYYYMMDD.TXT (the day from ACKBOUNCE_DATE,
      *> default today), one line per returned message:
      *>     submission-id|reason
      *> and this batch carries each back to the queue:
      *>   hard bounce (bad address, unknown user, no such domain —
      *>     anything not recognized as temporary): the ACKQUEUE.DAT
      *>     row is marked "B" with the reason and is never mailed
      *>     again, and the SUBMIT.DAT row is flagged for a phone or
      *>     postal follow-up (submit-followup "P" with today's
      *>     date);
      *>   soft bounce (an SMTP 4.x.x code, mailbox full, over
      *>     quota, deferred, try again): the row goes back to "F"
      *>     with the reason, and the next ACKSEND sends it again.
      *> ACKBOUNCE-YYYYMMDD.TXT lists every bounce by kind, every
      *> bounce id the queue has never heard of, and, per day the
      *> bounced messages were sent, how many went out that day
      *> (lines in that day's ACKMAIL file) against how many came
      *> back. A day over ACKBOUNCE_RATE_ALERT per cent (default 10)
      *> is called out, since a gateway rejecting everything looks
      *> exactly like a run of bad addresses until it is counted.
      *> A rerun over the same file changes nothing: rows already
      *> marked are counted as such and left alone, except that a
      *> hard bounce whose follow-up flag did not get onto
      *> SUBMIT.DAT the first time (the store was down, or the
      *> rewrite failed) is flagged now. Any rewrite that fails is
      *> named in a WARNING line and makes the run INCOMPLETE.
       environment division.
       input-output section.
       file-control.
           select bounce-file assign to dynamic ws-bounce-filename
               organization is line sequential
               file status is ws-bnc-fs.
           select ack-file assign to "ACKQUEUE.DAT"
               organization is indexed
               access mode is dynamic
               record key is ack-id
               file status is ws-ack-fs.
           select submit-file assign to "SUBMIT.DAT"
               organization is indexed
               access mode is dynamic
               record key is submit-id
               alternate record key is submit-timestamp
                   with duplicates
               alternate record key is submit-session
                   with duplicates
               file status is ws-sub-fs.
           select mail-file assign to dynamic ws-mail-filename
               organization is line sequential
               file status is ws-mail-fs.
           select report-file assign to dynamic ws-report-filename
               organization is line sequential
               file status is ws-rpt-fs.
       data division.
       file section.
       fd bounce-file.
       01 bounce-line             pic x(200).
       fd ack-file.
       copy "ACKREC.cpy".
       fd submit-file.
       copy "SUBMREC.cpy".
       fd mail-file.
      *> sized to match ACKSEND's mail-line.
       01 mail-line               pic x(300).
       fd report-file.
       01 report-line             pic x(300).

       working-storage section.
       01 ws-bnc-fs              pic xx.
       01 ws-ack-fs              pic xx.
       01 ws-sub-fs              pic xx.
       01 ws-mail-fs             pic xx.
       01 ws-rpt-fs              pic xx.
       01 ws-bounce-filename     pic x(24).
       01 ws-mail-filename       pic x(24).
       01 ws-report-filename     pic x(24).
       01 ws-now                 pic x(21).
       01 ws-today-x             pic x(8).
       01 ws-bounce-date-env     pic x(10).
       01 ws-bounce-date         pic x(8).
       01 ws-eof-flag            pic x     value "N".
           88 ws-at-eof          value "Y".

       01 ws-bnc-text            pic x(200).
       01 ws-bnc-id-x            pic x(16).
       01 ws-bnc-reason          pic x(120).
       01 ws-reason-upper        pic x(120).
       01 ws-soft-tally          pic 9(3).
       01 ws-bounce-kind         pic x.
           88 ws-is-soft         value "S".
           88 ws-is-hard         value "H".
       01 ws-sent-day            pic x(8).
       01 ws-followup-note       pic x(40).

      *> failed opens of either live file are carried for the report,
      *> the way ACKSEND names a broken queue rather than reporting
      *> an empty one.
       01 ws-ack-open-fs         pic xx    value spaces.
       01 ws-sub-open-fs         pic xx    value spaces.
       01 ws-sub-open            pic x     value "N".
           88 ws-sub-is-open     value "Y".

       01 ws-lines-read          pic 9(7)  value 0.
       01 ws-hard-count          pic 9(7)  value 0.
       01 ws-soft-count          pic 9(7)  value 0.
       01 ws-already-count       pic 9(7)  value 0.
       01 ws-unknown-count       pic 9(7)  value 0.
       01 ws-unreadable-count    pic 9(7)  value 0.
       01 ws-followup-count      pic 9(7)  value 0.
       01 ws-rewrite-failed      pic 9(7)  value 0.
      *> set by flag-followup when it wrote the flag just now.
       01 ws-followup-new        pic x     value "N".

      *> bounces per day the message was sent, for the rate lines.
       01 ws-day-table.
           05 ws-day-count      pic 9(3)  value 0.
           05 ws-day-entries occurs 60 times.
               10 ws-day-date       pic x(8).
               10 ws-day-bounced    pic 9(7).
       01 ws-day-idx             pic 9(3).
       01 ws-day-hit             pic 9(3).
       01 ws-day-sent            pic 9(7).
       01 ws-rate                pic 9(5)v9.
       01 ws-rate-edit           pic zzzz9.9.
       01 ws-rate-env            pic x(10).
       01 ws-rate-alert          pic 9(3)  value 10.
       01 ws-high-days           pic 9(3)  value 0.
      *> scratch for lines built in two steps; STRING may not read
      *> the field it is writing.
       01 ws-line-tmp            pic x(300).

       procedure division.
       main-logic.
           move function current-date to ws-now
           move ws-now(1:8) to ws-today-x
           move ws-today-x to ws-bounce-date
           move spaces to ws-bounce-date-env
           accept ws-bounce-date-env from environment "ACKBOUNCE_DATE"
           if ws-bounce-date-env not = spaces
               move ws-bounce-date-env(1:8) to ws-bounce-date
           end-if
           move spaces to ws-rate-env
           accept ws-rate-env from environment "ACKBOUNCE_RATE_ALERT"
           if ws-rate-env not = spaces
               compute ws-rate-alert = function numval(ws-rate-env)
           end-if
           if ws-rate-alert = 0
               move 10 to ws-rate-alert
           end-if
           string "BOUNCE-" ws-bounce-date ".TXT"
               delimited by size into ws-bounce-filename
           string "ACKBOUNCE-" ws-today-x ".TXT"
               delimited by size into ws-report-filename
           open output report-file
           perform write-report-header
           perform process-bounce-file
           perform write-rate-lines
           perform write-report-totals
           close report-file
           goback.

       process-bounce-file.
           open input bounce-file
           if ws-bnc-fs not = "00"
               move spaces to report-line
               string "NOTE: no bounce file " ws-bounce-filename
                   " - nothing came back, or the gateway did not "
                   "deliver one"
                   delimited by size into report-line
               end-string
               write report-line
               exit paragraph
           end-if
           open i-o ack-file
           if ws-ack-fs not = "00"
               move ws-ack-fs to ws-ack-open-fs
               close bounce-file
               exit paragraph
           end-if
           open i-o submit-file
           if ws-sub-fs = "00"
               move "Y" to ws-sub-open
           else
               move ws-sub-fs to ws-sub-open-fs
           end-if
           move "N" to ws-eof-flag
           perform read-next-bounce
           perform until ws-at-eof
               if ws-bnc-text not = spaces
                   add 1 to ws-lines-read
                   perform process-one-bounce
               end-if
               perform read-next-bounce
           end-perform
           if ws-sub-is-open
               close submit-file
           end-if
           close ack-file
           close bounce-file.

       read-next-bounce.
           read bounce-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-bnc-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           if not ws-at-eof
               move bounce-line to ws-bnc-text
           end-if.

       process-one-bounce.
           move spaces to ws-bnc-id-x ws-bnc-reason
           unstring ws-bnc-text delimited by "|"
               into ws-bnc-id-x ws-bnc-reason
           end-unstring
           move function trim(ws-bnc-id-x) to ws-bnc-id-x
           if ws-bnc-id-x(1:10) not numeric
               or ws-bnc-id-x(11:) not = spaces
               add 1 to ws-unreadable-count
               move spaces to report-line
               string "UNREADABLE line: " function trim(ws-bnc-text)
                   delimited by size into report-line
               end-string
               write report-line
               exit paragraph
           end-if
           if ws-bnc-reason = spaces
               move "no reason given by gateway" to ws-bnc-reason
           end-if
           perform classify-bounce
           move ws-bnc-id-x(1:10) to ack-id
           read ack-file
               invalid key continue
           end-read
           if ws-ack-fs not = "00"
               add 1 to ws-unknown-count
               move spaces to report-line
               string "NOT ON QUEUE id " ws-bnc-id-x(1:10) ": "
                   function trim(ws-bnc-reason)
                   delimited by size into report-line
               end-string
               write report-line
               exit paragraph
           end-if
           evaluate true
               when ack-has-bounced
                   add 1 to ws-already-count
                   perform flag-followup
                   if ws-followup-new = "Y"
                       move spaces to report-line
                       string "HARD id " ack-id
                           " already marked - follow-up now flagged"
                           delimited by size into report-line
                       end-string
                       write report-line
                   end-if
               when ws-is-soft and not ack-was-sent
      *> already back on the queue for a retry; nothing to change.
                   add 1 to ws-already-count
               when ws-is-soft
                   perform mark-soft-bounce
               when other
                   perform mark-hard-bounce
           end-evaluate.

       classify-bounce.
      *> temporary failures are the ones worth sending again; an
      *> unrecognized reason is treated as permanent, so a message
      *> is never retried forever into a dead address.
           move function upper-case(ws-bnc-reason) to ws-reason-upper
           move "H" to ws-bounce-kind
           if ws-reason-upper(1:1) = "4"
               move "S" to ws-bounce-kind
               exit paragraph
           end-if
           move 0 to ws-soft-tally
           inspect ws-reason-upper tallying
               ws-soft-tally for all "MAILBOX FULL"
               ws-soft-tally for all "QUOTA"
               ws-soft-tally for all "DEFERRED"
               ws-soft-tally for all "TRY AGAIN"
               ws-soft-tally for all "TEMPORAR"
           if ws-soft-tally > 0
               move "S" to ws-bounce-kind
           end-if.

       mark-soft-bounce.
           move ack-last-stamp(1:8) to ws-sent-day
           move "F" to ack-status
           add 1 to ack-attempts
           move ws-now to ack-last-stamp
           move spaces to ack-fail-reason
           string "soft bounce: " function trim(ws-bnc-reason)
               delimited by size into ack-fail-reason
           end-string
           rewrite ack-record
               invalid key continue
           end-rewrite
           if ws-ack-fs not = "00"
               perform write-ack-rewrite-warning
               exit paragraph
           end-if
           perform tally-bounce-day
           add 1 to ws-soft-count
           move spaces to report-line
           string "SOFT id " ack-id " (" function trim(ack-form-type)
               ") sent " ws-sent-day ": " function trim(ws-bnc-reason)
               " - will be retried by ACKSEND"
               delimited by size into report-line
           end-string
           write report-line.

       mark-hard-bounce.
      *> a row not yet marked sent (the bounce outran the status
      *> change) has no send date to count it under. A row whose
      *> "B" could not be written is left for the rerun to mark and
      *> flag together.
           if ack-was-sent
               move ack-last-stamp(1:8) to ws-sent-day
           else
               move "unknown" to ws-sent-day
           end-if
           move "B" to ack-status
           move ws-now to ack-last-stamp
           move ws-bnc-reason(1:40) to ack-fail-reason
           rewrite ack-record
               invalid key continue
           end-rewrite
           if ws-ack-fs not = "00"
               perform write-ack-rewrite-warning
               exit paragraph
           end-if
           perform tally-bounce-day
           add 1 to ws-hard-count
           perform flag-followup
           move spaces to report-line
           string "HARD id " ack-id " (" function trim(ack-form-type)
               ") sent " ws-sent-day ": " function trim(ws-bnc-reason)
               " - " function trim(ws-followup-note)
               delimited by size into report-line
           end-string
           write report-line.

       write-ack-rewrite-warning.
           add 1 to ws-rewrite-failed
           move spaces to report-line
           string "WARNING: id " ack-id " could not be updated on "
               "ACKQUEUE.DAT (file status " ws-ack-fs "); bounce "
               "not recorded: " function trim(ws-bnc-reason)
               delimited by size into report-line
           end-string
           write report-line.

       flag-followup.
           move "N" to ws-followup-new
           if not ws-sub-is-open
               move "NOT FLAGGED, SUBMIT.DAT unavailable"
                   to ws-followup-note
               exit paragraph
           end-if
           move ack-id to submit-id
           read submit-file
               invalid key continue
           end-read
           if ws-sub-fs not = "00"
      *> already moved to the yearly archive by HOUSEKEEP; the
      *> report line is the follow-up's only record.
               move "archived, follow up from this report"
                   to ws-followup-note
               exit paragraph
           end-if
           if not submit-followup-owed
               move "P" to submit-followup
               move ws-today-x to submit-followup-date
               rewrite submit-record
                   invalid key continue
               end-rewrite
               if ws-sub-fs not = "00"
                   add 1 to ws-rewrite-failed
                   move spaces to report-line
                   string "WARNING: id " ack-id " could not be "
                       "flagged on SUBMIT.DAT (file status "
                       ws-sub-fs "); rerun to flag the follow-up"
                       delimited by size into report-line
                   end-string
                   write report-line
                   move "NOT FLAGGED, SUBMIT.DAT rewrite failed"
                       to ws-followup-note
                   exit paragraph
               end-if
               add 1 to ws-followup-count
               move "Y" to ws-followup-new
           end-if
           move "flagged for phone/postal follow-up"
               to ws-followup-note.

       tally-bounce-day.
           if ws-sent-day not numeric
               exit paragraph
           end-if
           move 0 to ws-day-hit
           perform varying ws-day-idx from 1 by 1
                   until ws-day-idx > ws-day-count
               if ws-day-date(ws-day-idx) = ws-sent-day
                   move ws-day-idx to ws-day-hit
               end-if
           end-perform
           if ws-day-hit = 0
               if ws-day-count >= 60
                   exit paragraph
               end-if
               add 1 to ws-day-count
               move ws-day-count to ws-day-hit
               move ws-sent-day to ws-day-date(ws-day-hit)
               move 0 to ws-day-bounced(ws-day-hit)
           end-if
           add 1 to ws-day-bounced(ws-day-hit).

       write-rate-lines.
      *> messages sent on a day are the lines of that day's pickup
      *> file, retries included, which is what the gateway saw.
           perform varying ws-day-idx from 1 by 1
                   until ws-day-idx > ws-day-count
               move ws-day-date(ws-day-idx) to ws-sent-day
               perform count-mail-lines
               move spaces to report-line
               if ws-day-sent = 0
                   string "RATE " ws-sent-day ": "
                       ws-day-bounced(ws-day-idx)
                       " bounced, no ACKMAIL file for that day"
                       delimited by size into report-line
                   end-string
               else
                   compute ws-rate rounded =
                       ws-day-bounced(ws-day-idx) * 100 / ws-day-sent
                   move ws-rate to ws-rate-edit
                   string "RATE " ws-sent-day ": sent " ws-day-sent
                       ", bounced " ws-day-bounced(ws-day-idx)
                       ", rate " function trim(ws-rate-edit) "%"
                       delimited by size into report-line
                   end-string
                   if ws-rate >= ws-rate-alert
                       add 1 to ws-high-days
                       move spaces to ws-line-tmp
                       string function trim(report-line)
                           "  HIGH - check the mail gateway"
                           delimited by size into ws-line-tmp
                       end-string
                       move ws-line-tmp to report-line
                   end-if
               end-if
               write report-line
           end-perform.

       count-mail-lines.
           move 0 to ws-day-sent
           move spaces to ws-mail-filename
           string "ACKMAIL-" ws-sent-day ".TXT"
               delimited by size into ws-mail-filename
           end-string
           open input mail-file
           if ws-mail-fs not = "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-mail
           perform until ws-at-eof
               add 1 to ws-day-sent
               perform read-next-mail
           end-perform
           close mail-file.

       read-next-mail.
           read mail-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-mail-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       write-report-header.
           move spaces to report-line
           string "Bounce run of " ws-today-x " for "
               ws-bounce-filename
               delimited by size into report-line
           end-string
           write report-line.

       write-report-totals.
           if ws-ack-open-fs not = spaces
               move spaces to report-line
               string "WARNING: ACKQUEUE.DAT could not be opened "
                   "(file status " ws-ack-open-fs "); no bounce "
                   "was recorded"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           if ws-sub-open-fs not = spaces
               move spaces to report-line
               string "WARNING: SUBMIT.DAT could not be opened "
                   "(file status " ws-sub-open-fs "); no follow-up "
                   "was flagged"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "Bounce lines read: " ws-lines-read
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Hard bounces:      " ws-hard-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Soft bounces:      " ws-soft-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Already marked:    " ws-already-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Not on queue:      " ws-unknown-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Unreadable lines:  " ws-unreadable-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Follow-ups flagged:" ws-followup-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Rewrites failed:   " ws-rewrite-failed
               delimited by size into report-line
           write report-line
           evaluate true
               when ws-ack-open-fs not = spaces
                   or ws-sub-open-fs not = spaces
                   or ws-rewrite-failed > 0
                   move "RESULT: INCOMPLETE - see WARNING lines"
                       to report-line
               when ws-high-days > 0
                   move "RESULT: HIGH BOUNCE RATE - check the gateway"
                       to report-line
               when ws-hard-count > 0
                   move "RESULT: FOLLOW-UPS OWED - see HARD lines"
                       to report-line
               when other
                   move "RESULT: no follow-up owed" to report-line
           end-evaluate
           write report-line.

       end program ACKBOUNCE.
