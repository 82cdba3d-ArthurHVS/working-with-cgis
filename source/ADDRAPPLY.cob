       identification division.
       program-id. ADDRAPPLY.
      *> nightly change-of-address apply, a sibling to CRMXTRACT.
      *> ADDRESS rows on SUBMIT.DAT carry the move and its effective
      *> date; this batch sends every one whose date has arrived to
      *> the customer master's address-update file
      *> ADDRUPD-YYYYMMDD.TXT as pipe-delimited DTL lines
      *> (DTL|id|effective|name|old address|new address) framed by a
      *> HDR line and a TRL line carrying the record count for the
      *> master's control check, the same framing the CRM feed uses.
      *> A row dated in the future is held — left untouched and
      *> named on the report — and goes out on the night its date
      *> arrives. A row with no new address, or an effective date
      *> that is missing, not a real date, or more than a year out,
      *> is rejected as unusable: marked so it never comes round
      *> again, and named on the report for someone to chase.
      *>
      *> A row must never reach the master twice, so the apply is
      *> marked on the row itself (submit-addr-apply, see
      *> SUBMREC.cpy) in two steps: "P" as its DTL is written, then
      *> "A" for every "P" row only once the whole feed has been
      *> written and closed cleanly. A feed that breaks part-way has
      *> its TRL withheld, so it can never pass the control check,
      *> and its "P" rows simply go out again on the next run's feed.
      *> As with CRMXTRACT, a rerun with nothing newly due leaves an
      *> existing day's feed untouched rather than replacing a
      *> possibly not-yet-collected one with an empty file. A row
      *> the spam screening quarantined or confirmed as spam is
      *> never sent: the master must not take a move nobody has
      *> vouched for. A quarantined row a supervisor releases goes
      *> out on the next run its date allows. The run report is
      *> ADDRAPPLY-YYYYMMDD.TXT.
      *>
      *> Cutover: every move effective before the feed went live
      *> was re-keyed into the master by hand, and this batch would
      *> otherwise send them all on its first night. SUBCONV's
      *> address-cutover step (SUBCONV_ADDR_CUTOVER=go-live date)
      *> marks them applied beforehand and must be run once before
      *> this batch is first scheduled; only moves effective from
      *> the go-live date on ever reach the feed.
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
           select feed-file assign to dynamic ws-feed-filename
               organization is line sequential
               file status is ws-feed-fs.
           select report-file assign to dynamic ws-report-filename
               organization is line sequential
               file status is ws-rpt-fs.
       data division.
       file section.
       fd submit-file.
       copy "SUBMREC.cpy".
       fd feed-file.
      *> "DTL|" + id(10) + effective(8) + name(64) + old(100) +
      *> new(100) plus separators.
       01 feed-line               pic x(300).
       fd report-file.
       01 report-line             pic x(300).

       working-storage section.
       01 ws-sub-fs              pic xx.
       01 ws-feed-fs             pic xx.
       01 ws-rpt-fs              pic xx.
       01 ws-feed-filename       pic x(24).
       01 ws-report-filename     pic x(26).
       01 ws-run-stamp           pic x(14).
       01 ws-today               pic 9(8).
       01 ws-today-x             pic x(8).
       01 ws-today-int           pic 9(8).
       01 ws-eof-flag            pic x     value "N".
           88 ws-at-eof          value "Y".

      *> how a row stands tonight, set by classify-address-row:
      *> D due, H held (future-dated), R rejected as unusable.
       01 ws-row-verdict         pic x.
           88 ws-row-is-due      value "D".
           88 ws-row-is-held     value "H".
           88 ws-row-is-rejected value "R".
       01 ws-reject-reason       pic x(24).
       01 ws-eff-int             pic 9(8).
       01 ws-days-out            pic s9(5).

       01 ws-feed-open           pic x     value "N".
           88 ws-feed-is-open    value "Y".
       01 ws-feed-trouble        pic x     value "N".
           88 ws-feed-is-broken  value "Y".
       01 ws-feed-exists         pic x     value "N".
           88 ws-feed-was-found  value "Y".
       01 ws-skip-flag           pic x     value "N".
           88 ws-run-was-skipped value "Y".
      *> a failed SUBMIT.DAT open (anything but "35", which only
      *> means a genuinely empty store) is carried here for the run
      *> report; a broken store must never read as "nothing due".
       01 ws-sub-open-fs         pic xx    value spaces.

       01 ws-due-count           pic 9(7)  value 0.
       01 ws-rows-read           pic 9(7)  value 0.
       01 ws-addr-rows           pic 9(7)  value 0.
       01 ws-applied-count       pic 9(7)  value 0.
       01 ws-held-count          pic 9(7)  value 0.
       01 ws-rejected-count      pic 9(7)  value 0.
       01 ws-deferred-count      pic 9(7)  value 0.
       01 ws-already-applied     pic 9(7)  value 0.
       01 ws-already-rejected    pic 9(7)  value 0.
      *> address rows held back by the spam screening.
       01 ws-screened-out        pic 9(7)  value 0.
      *> rejects whose "R" mark could not be written; they are only
      *> rejected again tomorrow, but someone should know why.
       01 ws-reject-unmarked     pic 9(7)  value 0.
      *> the closing "P" to "A" pass: a failed open is carried here,
      *> and every "P" row it could not mark is counted, since each
      *> one would go out again on the next night's feed.
       01 ws-confirm-open-fs     pic xx    value spaces.
       01 ws-unconfirmed         pic 9(7)  value 0.
      *> zero-suppressed so the TRL count reads as a plain number.
       01 ws-count-display       pic z(6)9.

       procedure division.
       main-logic.
           move function current-date(1:14) to ws-run-stamp
           move ws-run-stamp(1:8) to ws-today-x
           move ws-today-x to ws-today
           compute ws-today-int = function integer-of-date(ws-today)
           string "ADDRUPD-" ws-today-x ".TXT"
               delimited by size into ws-feed-filename
           string "ADDRAPPLY-" ws-today-x ".TXT"
               delimited by size into ws-report-filename
           perform count-due-rows
           perform check-existing-feed
           open output report-file
           perform write-report-header
           if ws-sub-open-fs = spaces
               if ws-due-count = 0 and ws-feed-was-found
                   move "Y" to ws-skip-flag
               else
                   perform open-feed-file
               end-if
               perform apply-address-rows
               if ws-feed-is-open
                   perform close-feed-file
                   if not ws-feed-is-broken
                       perform confirm-applied-rows
                   end-if
               end-if
           end-if
           perform write-report-totals
           close report-file
           goback.

       count-due-rows.
      *> a first look just to learn whether anything is due, so an
      *> accidental second run after a clean one can be recognized
      *> before today's feed file is touched.
           move 0 to ws-due-count
           move "N" to ws-eof-flag
           open input submit-file
           if ws-sub-fs not = "00"
               if ws-sub-fs not = "35"
                   move ws-sub-fs to ws-sub-open-fs
               else
                   move "Y" to ws-eof-flag
               end-if
               exit paragraph
           end-if
           perform read-next-submission
           perform until ws-at-eof
               if submit-type-address
                   and not submit-addr-applied
                   and not submit-addr-rejected
                   and not submit-disp-screened
                   perform classify-address-row
                   if ws-row-is-due
                       add 1 to ws-due-count
                   end-if
               end-if
               perform read-next-submission
           end-perform
           close submit-file.

       check-existing-feed.
           open input feed-file
           if ws-feed-fs = "00"
               move "Y" to ws-feed-exists
               close feed-file
           end-if.

       open-feed-file.
      *> the feed is rebuilt from scratch each run, so a rerun simply
      *> replaces a half-written one; its "P" rows are still owed
      *> and go out again on this one.
           open output feed-file
           if ws-feed-fs not = "00"
               move "Y" to ws-feed-trouble
               exit paragraph
           end-if
           move "Y" to ws-feed-open
           move spaces to feed-line
           string "HDR|" ws-run-stamp
               delimited by size into feed-line
           write feed-line
           if ws-feed-fs not = "00"
               move "Y" to ws-feed-trouble
           end-if.

       close-feed-file.
      *> the TRL is withheld from a feed known to be missing a row:
      *> it must not be able to pass the master's control check.
           if not ws-feed-is-broken
               move spaces to feed-line
               move ws-applied-count to ws-count-display
               string "TRL|" function trim(ws-count-display)
                   delimited by size into feed-line
               write feed-line
               if ws-feed-fs not = "00"
                   move "Y" to ws-feed-trouble
               end-if
           end-if
           close feed-file
           if ws-feed-fs not = "00"
               move "Y" to ws-feed-trouble
           end-if
           move "N" to ws-feed-open.

       apply-address-rows.
      *> the main walk, in key order. Rows already applied or
      *> already rejected on an earlier night are only counted;
      *> everything else is classified afresh, so a held row is
      *> picked up the night its date arrives with no bookkeeping
      *> of its own.
           move "N" to ws-eof-flag
           open i-o submit-file
           if ws-sub-fs not = "00"
               if ws-sub-fs not = "35"
                   move ws-sub-fs to ws-sub-open-fs
               end-if
               exit paragraph
           end-if
           perform read-next-submission
           perform until ws-at-eof
               add 1 to ws-rows-read
               if submit-type-address
                   add 1 to ws-addr-rows
                   evaluate true
                       when submit-addr-applied
                           add 1 to ws-already-applied
                       when submit-addr-rejected
                           add 1 to ws-already-rejected
                       when submit-disp-screened
                           add 1 to ws-screened-out
                       when other
                           perform apply-one-address-row
                   end-evaluate
               end-if
               perform read-next-submission
           end-perform
           close submit-file.

       read-next-submission.
           read submit-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-sub-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       classify-address-row.
      *> sets ws-row-verdict (and ws-reject-reason) for the row in
      *> the record area. The year-out limit is 365 days from today:
      *> a date that far ahead is far likelier a keying slip than a
      *> planned move, and holding it that long would only hide it.
           move spaces to ws-reject-reason
           move "D" to ws-row-verdict
           evaluate true
               when submit-new-addr = spaces
                   move "R" to ws-row-verdict
                   move "new address blank" to ws-reject-reason
               when submit-addr-date = spaces
                   move "R" to ws-row-verdict
                   move "no effective date" to ws-reject-reason
               when submit-addr-date not numeric
                   move "R" to ws-row-verdict
                   move "effective date invalid" to ws-reject-reason
               when function test-date-yyyymmdd
                       (function numval(submit-addr-date)) not = 0
                   move "R" to ws-row-verdict
                   move "effective date invalid" to ws-reject-reason
           end-evaluate
           if ws-row-is-rejected
               exit paragraph
           end-if
           compute ws-eff-int = function integer-of-date
               (function numval(submit-addr-date))
           compute ws-days-out = ws-eff-int - ws-today-int
           evaluate true
               when ws-days-out > 365
                   move "R" to ws-row-verdict
                   move "effective over a year out"
                       to ws-reject-reason
               when ws-days-out > 0
                   move "H" to ws-row-verdict
           end-evaluate.

       apply-one-address-row.
           perform classify-address-row
           evaluate true
               when ws-row-is-rejected
                   perform reject-address-row
               when ws-row-is-held
                   add 1 to ws-held-count
                   move spaces to report-line
                   string "HELD     id " submit-id
                       " until " submit-addr-date
                       delimited by size into report-line
                   end-string
                   write report-line
               when other
                   perform send-address-row
           end-evaluate.

       send-address-row.
      *> a due row goes out only on a feed that is open and intact;
      *> with no feed it is left exactly as it was and counted as
      *> deferred, so the next run sends it.
           if not ws-feed-is-open or ws-feed-is-broken
               add 1 to ws-deferred-count
               exit paragraph
           end-if
           move spaces to feed-line
           string
               "DTL|" delimited by size
               submit-id "|" delimited by size
               submit-addr-date "|" delimited by size
               function trim(submit-name) "|" delimited by size
               function trim(submit-old-addr) "|" delimited by size
               function trim(submit-new-addr) delimited by size
               into feed-line
           end-string
           write feed-line
           if ws-feed-fs not = "00"
               move "Y" to ws-feed-trouble
               add 1 to ws-deferred-count
               exit paragraph
           end-if
      *> a DTL whose row cannot be marked "P" would be sent again
      *> tomorrow, so the feed is treated as broken: its TRL is
      *> withheld and the row goes out again on the next feed.
           move "P" to submit-addr-apply
           move ws-today-x to submit-addr-apply-date
           rewrite submit-record
               invalid key continue
           end-rewrite
           if ws-sub-fs not = "00"
               move "Y" to ws-feed-trouble
               add 1 to ws-deferred-count
               move spaces to report-line
               string "WARNING: id " submit-id " could not be marked"
                   " as on the feed (file status " ws-sub-fs
                   "); feed TRL withheld"
                   delimited by size into report-line
               end-string
               write report-line
               exit paragraph
           end-if
           add 1 to ws-applied-count
           move spaces to report-line
           string "APPLIED  id " submit-id
               " effective " submit-addr-date
               delimited by size into report-line
           end-string
           write report-line.

       reject-address-row.
           add 1 to ws-rejected-count
           move "R" to submit-addr-apply
           move ws-today-x to submit-addr-apply-date
           move ws-reject-reason to submit-addr-reject
           rewrite submit-record
               invalid key continue
           end-rewrite
           if ws-sub-fs not = "00"
               add 1 to ws-reject-unmarked
               move spaces to report-line
               string "WARNING: id " submit-id " could not be marked"
                   " rejected (file status " ws-sub-fs
                   "); it comes round again next run"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "REJECTED id " submit-id ": "
               function trim(ws-reject-reason)
               delimited by size into report-line
           end-string
           write report-line.

       confirm-applied-rows.
      *> only reached behind a cleanly closed feed: every row still
      *> "P" is on it (this run rebuilt the feed from every row owed)
      *> and is now marked applied for good. A row left "P" here
      *> would go out again on tomorrow's feed, on top of tonight's
      *> which passes its control check, so anything left unmarked
      *> makes the run INCOMPLETE and RUNCTL stops for an operator
      *> to settle it before the next feed is built.
           move "N" to ws-eof-flag
           open i-o submit-file
           if ws-sub-fs not = "00"
               move ws-sub-fs to ws-confirm-open-fs
               exit paragraph
           end-if
           perform read-next-submission
           perform until ws-at-eof
               if submit-type-address and submit-addr-on-feed
                   move "A" to submit-addr-apply
                   move ws-today-x to submit-addr-apply-date
                   rewrite submit-record
                       invalid key continue
                   end-rewrite
                   if ws-sub-fs not = "00"
                       add 1 to ws-unconfirmed
                       move spaces to report-line
                       string "WARNING: id " submit-id
                           " is on the feed but could not be marked"
                           " applied (file status " ws-sub-fs ")"
                           delimited by size into report-line
                       end-string
                       write report-line
                   end-if
               end-if
               perform read-next-submission
           end-perform
           close submit-file.

       write-report-header.
           move spaces to report-line
           string "Change-of-address apply run of " ws-today-x
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Feed file: " ws-feed-filename
               delimited by size into report-line
           write report-line.

       write-report-totals.
           if ws-sub-open-fs not = spaces
               move spaces to report-line
               string "WARNING: SUBMIT.DAT could not be opened "
                   "(file status " ws-sub-open-fs "); nothing "
                   "was applied"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           if ws-confirm-open-fs not = spaces
               move spaces to report-line
               string "WARNING: SUBMIT.DAT could not be opened "
                   "(file status " ws-confirm-open-fs ") to mark "
                   "tonight's feed applied; its rows are still "
                   "on-feed and would be sent again"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "Rows read:                " ws-rows-read
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Address rows:             " ws-addr-rows
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Applied this run:         " ws-applied-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Held, not yet due:        " ws-held-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Rejected this run:        " ws-rejected-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Due but not sent:         " ws-deferred-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Applied on earlier runs:  " ws-already-applied
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Rejected on earlier runs: " ws-already-rejected
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Held by spam screening:   " ws-screened-out
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Rejects not marked:       " ws-reject-unmarked
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "On feed, not marked:      " ws-unconfirmed
               delimited by size into report-line
           write report-line
           move spaces to report-line
           evaluate true
               when ws-sub-open-fs not = spaces
                   move "RESULT: NOT RUN - see WARNING above"
                       to report-line
               when ws-feed-is-broken
                   move "RESULT: FEED INCOMPLETE - TRL withheld"
                       to report-line
               when ws-confirm-open-fs not = spaces
                       or ws-unconfirmed > 0
                   move "RESULT: APPLY INCOMPLETE - rows left on-feed"
                       to report-line
               when ws-run-was-skipped
                   move "RESULT: nothing newly due - existing feed kept"
                       to report-line
               when ws-rejected-count > 0
                   move "RESULT: feed complete - REJECTS above to chase"
                       to report-line
               when other
                   move "RESULT: feed complete" to report-line
           end-evaluate
           write report-line.

       end program ADDRAPPLY.
