       identification division.
       program-id. HOUSEKEEP.
      *> nightly housekeeping batch, a sibling to CGIRPT. Moves
      *> submissions older than the 90-day retention window out of
      *> id(10) + timestamp(21) + name(64) + data(256) + flag(1) +
      *> form-type(8) + detail(256) + session(32) + disposition
      *> status(1), operator(16), stamp(21) and note(80) + CRM
      *> status(1) and reason(16) + follow-up flag(1) and date(8)
      *> plus fifteen "|" separators.
       01 archive-line            pic x(850).
       fd text-file.
       copy "TEXTREC.cpy".
      *> complaints past the cutoff but still open in the work
      *> queue; kept live on purpose, see archive-old-submissions.
       01 ws-subs-held           pic 9(7)  value 0.
      *> address rows past the cutoff not yet applied by ADDRAPPLY.
       01 ws-addr-held           pic 9(7)  value 0.
      *> rows past the cutoff still waiting in quarantine.
       01 ws-quar-held           pic 9(7)  value 0.
       01 ws-subs-archived       pic 9(7)  value 0.
       01 ws-subs-remaining      pic 9(7)  value 0.
       01 ws-arc-failures        pic 9(7)  value 0.
      *> the last archive that would not open, for the WARNING line.
       01 ws-arc-bad-name        pic x(20) value spaces.
       01 ws-arc-bad-fs          pic xx    value spaces.
       01 ws-sess-read           pic 9(7)  value 0.
       01 ws-sess-purged         pic 9(7)  value 0.
       01 ws-sess-remaining      pic 9(7)  value 0.
      *> and CRMRETURN while someone is still accountable for it.
      *> Held-back rows are named in the run report so a complaint
      *> idling past retention is chased through the queue, not
      *> hidden by it. Address rows are held the same way until
      *> ADDRAPPLY has applied or rejected them: a move filed more
      *> than 90 days ahead of its effective date would otherwise
      *> be archived before the customer master ever saw it. A row
      *> the spam screening quarantined is held until a supervisor
      *> has released it or confirmed it as spam: once archived it
      *> could be neither. A row confirmed as spam is finished with
      *> and archives on age whatever its form, since neither the
      *> work queue nor ADDRAPPLY will ever close or apply it.
      *> Contact rows have no open lifecycle obligation and archive
      *> on age as before.
           move "N" to ws-eof-flag
           open i-o submit-file
           if ws-sub-fs not = "00"
           perform until ws-at-eof
               add 1 to ws-subs-read
               if submit-timestamp(1:8) < ws-submit-cutoff-x
                   evaluate true
                       when submit-disp-quarantined
                           add 1 to ws-quar-held
                           add 1 to ws-subs-remaining
                       when submit-disp-spam
                           perform archive-one-submission
                       when submit-type-complaint
                               and not submit-disp-closed
                           add 1 to ws-subs-held
                           add 1 to ws-subs-remaining
                       when submit-type-address
                               and not submit-addr-applied
                               and not submit-addr-rejected
                           add 1 to ws-addr-held
                           add 1 to ws-subs-remaining
                       when other
                           perform archive-one-submission
                   end-evaluate
               else
                   add 1 to ws-subs-remaining
               end-if
               submit-disp-stamp "|" delimited by size
               submit-disp-note "|" delimited by size
               submit-crm-status "|" delimited by size
               submit-crm-reason "|" delimited by size
               submit-followup "|" delimited by size
               submit-followup-date delimited by size
               into archive-line
           end-string
           write archive-line
           end-if
           if ws-arc-fs = "00"
               move ws-record-year to ws-open-arc-year
           else
               move ws-archive-filename to ws-arc-bad-name
               move ws-arc-fs to ws-arc-bad-fs
           end-if.

       close-archive-file.
               end-string
               write report-line
           end-if
           if ws-arc-bad-name not = spaces
               move spaces to report-line
               string "WARNING: " function trim(ws-arc-bad-name)
                   " could not be opened (file status " ws-arc-bad-fs
                   "); its rows were left on SUBMIT.DAT"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "Submissions read:      " ws-subs-read
               delimited by size into report-line
               write report-line
           end-if
           move spaces to report-line
           string "Held back, not applied:" ws-addr-held
               delimited by size into report-line
           write report-line
           if ws-addr-held > 0
               move spaces to report-line
               string "NOTE: address rows past retention age are "
                   "kept until ADDRAPPLY has applied or rejected them"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "Held back, quarantined:" ws-quar-held
               delimited by size into report-line
           write report-line
           if ws-quar-held > 0
               move spaces to report-line
               string "NOTE: quarantined rows past retention age are "
                   "kept until they are released or confirmed as "
                   "spam on the quarantine screen"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "Submissions remaining: " ws-subs-remaining
               delimited by size into report-line
           write report-line
           string "Sessions remaining:    " ws-sess-remaining
               delimited by size into report-line
           write report-line
      *> RUNCTL reads this line: an incomplete archive stops the
      *> schedule before anything runs on a half-archived store.
           evaluate true
               when ws-sub-open-fs not = spaces
                   move "RESULT: NOT RUN - see WARNING above"
                       to report-line
               when ws-arc-failures > 0
                   move spaces to report-line
                   string "RESULT: ARCHIVE INCOMPLETE - rows left on "
                       "SUBMIT.DAT, rerun"
                       delimited by size into report-line
                   end-string
               when other
                   move "RESULT: housekeeping complete" to report-line
           end-evaluate
           write report-line
           close report-file.

       write-report-header.
