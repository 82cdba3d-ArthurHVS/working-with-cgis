       identification division.
       program-id. INTEGCHK.
      *> weekly cross-file integrity batch, the companion to
      *> RECONCILE: where RECONCILE matches the access log against
      *> SUBMIT.DAT, this walks the relationships between SUBMIT.DAT
      *> and the files that hang off it, which can drift out of step
      *> with the main store without anyone noticing. Seven checks,
      *> each with its own section and count in
      *> INTEGCHK-YYYYMMDD.TXT:
      *>     1  SUBTEXT.DAT chunks whose submission is on neither
      *>        SUBMIT.DAT nor an archive (orphans), and, listed
      *>        apart, chunks still live for a submission HOUSEKEEP
      *>        has already archived (left behind)
      *>     2  rows flagged truncated whose text field was filled
      *>        to its last byte (so the text spilled) but which have
      *>        no overflow chunks; a row truncated only in its
      *>        name=value audit string never had any to store
      *>     3  ACKQUEUE.DAT rows whose submission is on neither
      *>        SUBMIT.DAT nor an archive (the queue is never purged,
      *>        so an archived submission's acknowledgment is fine)
      *>     4  submissions with no acknowledgment on the queue,
      *>        other than those the spam screening quarantined or
      *>        confirmed as spam, which are owed none until released
      *>     5  SESSION.DAT rows marked committed ("C") with no
      *>        submission filed under the session
      *>     6  complaints filed under a category not on CMPLCAT.DAT
      *>     7  rows assigned to an operator not on OPERS.DAT
      *> The archives looked at are SUBARC-YYYY.DAT for the last
      *> INTEG_YEARS years (default 10). An archive that is there
      *> but cannot be read is named in a WARNING, and the run is
      *> incomplete: a chunk of a row archived in that year would
      *> read as an orphan, so no orphan is deleted in that run.
      *>
      *> With INTEG_MODE=FIX the run also repairs the two safe
      *> cases: orphaned chunks (check 1, never the left-behind
      *> ones, whose text may exist nowhere else) are deleted, and
      *> a missing acknowledgment (check 4) is queued the way
      *> SUBMITFORM queues one — but only for a submission filed in
      *> the last INTEG_ACK_DAYS days (default 7) and not erased,
      *> since a letter about something filed weeks ago would
      *> confuse more than it reassures. Every change is listed in
      *> the report as a FIXED line and appended to INTEGFIX.LOG
      *> (timestamp|action|submit-id|detail), which keeps the
      *> history across runs. Everything else is reported only.
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
           select text-file assign to "SUBTEXT.DAT"
               organization is indexed
               access mode is dynamic
               record key is text-key
               file status is ws-text-fs.
           select ack-file assign to "ACKQUEUE.DAT"
               organization is indexed
               access mode is dynamic
               record key is ack-id
               file status is ws-ack-fs.
           select session-file assign to "SESSION.DAT"
               organization is indexed
               access mode is dynamic
               record key is session-token
               file status is ws-sess-fs.
           select category-file assign to "CMPLCAT.DAT"
               organization is indexed
               access mode is dynamic
               record key is cat-code
               file status is ws-cat-fs.
           select oper-file assign to "OPERS.DAT"
               organization is indexed
               access mode is dynamic
               record key is oper-id
               file status is ws-oper-fs.
           select archive-file assign to dynamic ws-archive-filename
               organization is line sequential
               file status is ws-arc-fs.
           select fix-log-file assign to "INTEGFIX.LOG"
               organization is line sequential
               file status is ws-fix-fs.
           select report-file assign to dynamic ws-report-filename
               organization is line sequential
               file status is ws-rpt-fs.
       data division.
       file section.
       fd submit-file.
       copy "SUBMREC.cpy".
       fd text-file.
       copy "TEXTREC.cpy".
       fd ack-file.
       copy "ACKREC.cpy".
       fd session-file.
       copy "SESSREC.cpy".
       fd category-file.
       copy "CATREC.cpy".
       fd oper-file.
       copy "OPERREC.cpy".
       fd archive-file.
      *> sized to match HOUSEKEEP's archive-line.
       01 archive-line            pic x(850).
       fd fix-log-file.
       01 fix-log-line            pic x(150).
       fd report-file.
       01 report-line             pic x(300).

       working-storage section.
       01 ws-sub-fs              pic xx.
       01 ws-text-fs             pic xx.
       01 ws-ack-fs              pic xx.
       01 ws-sess-fs             pic xx.
       01 ws-cat-fs              pic xx.
       01 ws-oper-fs             pic xx.
       01 ws-arc-fs              pic xx.
       01 ws-fix-fs              pic xx.
       01 ws-rpt-fs              pic xx.
       01 ws-archive-filename    pic x(20).
       01 ws-report-filename     pic x(26).
       01 ws-now                 pic x(21).
       01 ws-today               pic 9(8).
       01 ws-today-x             pic x(8).
       01 ws-today-int           pic 9(8).
       01 ws-eof-flag            pic x     value "N".
           88 ws-at-eof          value "Y".

      *> run settings.
       01 ws-mode-env            pic x(10).
       01 ws-fix-mode            pic x     value "N".
           88 ws-fixing          value "Y".
      *> set when an archive exists but could not be read.
       01 ws-arc-unread          pic x     value "N".
           88 ws-arc-was-unread  value "Y".
       01 ws-ack-days-env        pic x(10).
       01 ws-ack-days            pic 9(3)  value 7.
       01 ws-ack-from            pic 9(8).
       01 ws-years-env           pic x(10).
       01 ws-years-back          pic 9(3)  value 10.
       01 ws-this-year           pic 9(4).
       01 ws-year-from           pic 9(4).
       01 ws-year                pic 9(4).

      *> how each companion file opened: "Y" open, "N" not there
      *> ("35"), "E" there but unreadable (status in ws-open-fs).
       01 ws-text-state          pic x     value "N".
       01 ws-ack-state           pic x     value "N".
       01 ws-sess-state          pic x     value "N".
       01 ws-cat-state           pic x     value "N".
       01 ws-oper-state          pic x     value "N".
       01 ws-state               pic x.
       01 ws-open-fs             pic xx.
       01 ws-open-name           pic x(16).

      *> submissions not on SUBMIT.DAT found by the chunk pass and
      *> the queue pass, each in ascending id order as the keyed
      *> reads deliver them, so the archive pass can mark those it
      *> finds with a binary search.
       01 ws-otext-table.
           05 ws-otext-count    pic 9(4)  value 0.
           05 ws-otext-entries occurs 2000 times.
               10 ws-otext-id       pic 9(10).
               10 ws-otext-chunks   pic 9(3).
               10 ws-otext-arc      pic x.
       01 ws-oack-table.
           05 ws-oack-count     pic 9(4)  value 0.
           05 ws-oack-entries occurs 2000 times.
               10 ws-oack-id        pic 9(10).
               10 ws-oack-queued    pic x(8).
               10 ws-oack-arc       pic x.
       01 ws-tab-overflow        pic x     value "N".
       01 ws-tab-idx             pic 9(4).
       01 ws-lo                  pic 9(4).
       01 ws-hi                  pic 9(4).
       01 ws-mid                 pic 9(4).
       01 ws-hit                 pic 9(4).
       01 ws-find-id             pic 9(10).
       01 ws-arc-id-x            pic x(10).
       01 ws-arc-lines           pic 9(7)  value 0.
       01 ws-last-text-id        pic 9(10).

      *> the exception counts, one per check; check 1 keeps the
      *> left-behind chunks apart from true orphans.
       01 ws-check-counts.
           05 ws-check-count    pic 9(7)  occurs 7 times.
       01 ws-left-behind         pic 9(7)  value 0.
       01 ws-check-no            pic 9.
      *> detail lines per check are capped so one runaway check
      *> can't bury the others; the count stays exact.
       01 ws-detail-cap          pic 9(4)  value 500.
       01 ws-detail-lines        pic 9(7).
       01 ws-rows-read           pic 9(7)  value 0.
       01 ws-fixed-chunks        pic 9(7)  value 0.
       01 ws-fixed-acks          pic 9(7)  value 0.
       01 ws-fix-failures        pic 9(7)  value 0.

       01 ws-erase-prefix        pic x(20)
           value "Personal data erased".
       01 ws-text-full           pic x.
       01 ws-row-cat             pic x(16).
       01 ws-row-date-int        pic 9(8).
       01 ws-scan-buf            pic x(257).
       01 ws-scan-lead           pic 9(4).
       01 ws-found-email         pic x(64).
       01 ws-fix-detail          pic x(40).
       01 ws-fix-action          pic x(12).
       01 ws-line-tmp            pic x(300).
       01 ws-sub-broken          pic x     value "N".

       procedure division.
       main-logic.
           move function current-date to ws-now
           move ws-now(1:8) to ws-today
           move ws-today to ws-today-x
           compute ws-today-int = function integer-of-date(ws-today)
           perform read-run-config
           string "INTEGCHK-" ws-today-x ".TXT"
               delimited by size into ws-report-filename
           move zeroes to ws-check-counts
           open output report-file
           perform write-report-header
           open input submit-file
           if ws-sub-fs not = "00"
               move "Y" to ws-sub-broken
               move spaces to report-line
               string "WARNING: SUBMIT.DAT could not be opened "
                   "(file status " ws-sub-fs "); no check was run"
                   delimited by size into report-line
               end-string
               write report-line
               move "RESULT: NOT RUN - main store unreadable"
                   to report-line
               write report-line
               close report-file
               goback
           end-if
           perform open-companion-files
           perform collect-text-strays
           perform collect-ack-strays
           if ws-otext-count > 0 or ws-oack-count > 0
               perform varying ws-year from ws-year-from by 1
                       until ws-year > ws-this-year
                   perform mark-archived-year
               end-perform
           end-if
           perform check-text-orphans
           perform check-truncated-rows
           perform check-ack-orphans
           perform check-missing-acks
           perform check-committed-sessions
           perform check-categories
           perform check-operators
           perform close-all-files
           perform write-report-totals
           close report-file
           goback.

       read-run-config.
           move spaces to ws-mode-env
           accept ws-mode-env from environment "INTEG_MODE"
           if function upper-case(ws-mode-env) = "FIX"
               move "Y" to ws-fix-mode
           end-if
           move spaces to ws-ack-days-env
           accept ws-ack-days-env from environment "INTEG_ACK_DAYS"
           if ws-ack-days-env not = spaces
               and function test-numval(ws-ack-days-env) = 0
               and function numval(ws-ack-days-env) >= 0
               and function numval(ws-ack-days-env) <= 999
               compute ws-ack-days = function numval(ws-ack-days-env)
           end-if
           compute ws-ack-from =
               function date-of-integer(ws-today-int - ws-ack-days)
           move spaces to ws-years-env
           accept ws-years-env from environment "INTEG_YEARS"
           if ws-years-env not = spaces
               and function test-numval(ws-years-env) = 0
               and function numval(ws-years-env) >= 1
               and function numval(ws-years-env) <= 99
               compute ws-years-back = function numval(ws-years-env)
           end-if
           move ws-today-x(1:4) to ws-this-year
           compute ws-year-from = ws-this-year - ws-years-back + 1.

       open-companion-files.
      *> the files fix mode writes to are opened for update only in
      *> fix mode, so a checking run can never change anything.
           if ws-fixing
               open i-o text-file
           else
               open input text-file
           end-if
           move ws-text-fs to ws-open-fs
           perform classify-open
           move ws-state to ws-text-state
           if ws-fixing
               open i-o ack-file
           else
               open input ack-file
           end-if
           move ws-ack-fs to ws-open-fs
           perform classify-open
           move ws-state to ws-ack-state
           open input session-file
           move ws-sess-fs to ws-open-fs
           perform classify-open
           move ws-state to ws-sess-state
           open input category-file
           move ws-cat-fs to ws-open-fs
           perform classify-open
           move ws-state to ws-cat-state
           open input oper-file
           move ws-oper-fs to ws-open-fs
           perform classify-open
           move ws-state to ws-oper-state
           if ws-text-state = "E"
               move "SUBTEXT.DAT" to ws-open-name
               move ws-text-fs to ws-open-fs
               perform write-open-warning
           end-if
           if ws-ack-state = "E"
               move "ACKQUEUE.DAT" to ws-open-name
               move ws-ack-fs to ws-open-fs
               perform write-open-warning
           end-if
           if ws-sess-state = "E"
               move "SESSION.DAT" to ws-open-name
               move ws-sess-fs to ws-open-fs
               perform write-open-warning
           end-if
           if ws-cat-state = "E"
               move "CMPLCAT.DAT" to ws-open-name
               move ws-cat-fs to ws-open-fs
               perform write-open-warning
           end-if
           if ws-oper-state = "E"
               move "OPERS.DAT" to ws-open-name
               move ws-oper-fs to ws-open-fs
               perform write-open-warning
           end-if.

       classify-open.
           evaluate ws-open-fs
               when "00"
                   move "Y" to ws-state
               when "35"
                   move "N" to ws-state
               when other
                   move "E" to ws-state
           end-evaluate.

       write-open-warning.
           move spaces to report-line
           string "WARNING: " function trim(ws-open-name)
               " could not be opened (file status " ws-open-fs
               "); the checks that need it were skipped"
               delimited by size into report-line
           end-string
           write report-line.

       collect-text-strays.
      *> one entry per submission whose chunks have no live row;
      *> the chunks of one submission are contiguous in key order.
           if ws-text-state not = "Y"
               exit paragraph
           end-if
           move 0 to ws-last-text-id
           move "N" to ws-eof-flag
           move low-values to text-key
           start text-file key is not less than text-key
           if ws-text-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           perform read-next-text
           perform until ws-at-eof
               if text-id = ws-last-text-id
                   if ws-otext-count > 0
                       and ws-otext-id(ws-otext-count) = text-id
                       add 1 to ws-otext-chunks(ws-otext-count)
                   end-if
               else
                   move text-id to ws-last-text-id
                   move text-id to submit-id
                   read submit-file
                   if ws-sub-fs not = "00"
                       perform add-text-stray
                   end-if
               end-if
               perform read-next-text
           end-perform.

       add-text-stray.
           if ws-otext-count >= 2000
               move "Y" to ws-tab-overflow
               exit paragraph
           end-if
           add 1 to ws-otext-count
           move text-id to ws-otext-id(ws-otext-count)
           move 1 to ws-otext-chunks(ws-otext-count)
           move "N" to ws-otext-arc(ws-otext-count).

       read-next-text.
           read text-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-text-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       collect-ack-strays.
           if ws-ack-state not = "Y"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           move low-values to ack-id
           start ack-file key is not less than ack-id
           if ws-ack-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           perform read-next-ack
           perform until ws-at-eof
               move ack-id to submit-id
               read submit-file
               if ws-sub-fs not = "00"
                   if ws-oack-count < 2000
                       add 1 to ws-oack-count
                       move ack-id to ws-oack-id(ws-oack-count)
                       move ack-queued(1:8)
                           to ws-oack-queued(ws-oack-count)
                       move "N" to ws-oack-arc(ws-oack-count)
                   else
                       move "Y" to ws-tab-overflow
                   end-if
               end-if
               perform read-next-ack
           end-perform.

       read-next-ack.
           read ack-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-ack-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       mark-archived-year.
      *> a year with no archive file is simply passed over.
           move spaces to ws-archive-filename
           string "SUBARC-" ws-year ".DAT"
               delimited by size into ws-archive-filename
           end-string
           open input archive-file
           if ws-arc-fs not = "00"
               if ws-arc-fs not = "35"
                   move "Y" to ws-arc-unread
                   move spaces to report-line
                   string "WARNING: " function trim(ws-archive-filename)
                       " could not be opened (file status " ws-arc-fs
                       "); an ORPHAN below may be archived there, so"
                       " none is deleted"
                       delimited by size into report-line
                   end-string
                   write report-line
               end-if
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-archive
           perform until ws-at-eof
               add 1 to ws-arc-lines
               move archive-line(1:10) to ws-arc-id-x
               if ws-arc-id-x numeric
                   move ws-arc-id-x to ws-find-id
                   perform find-text-stray
                   if ws-hit > 0
                       move "Y" to ws-otext-arc(ws-hit)
                   end-if
                   perform find-ack-stray
                   if ws-hit > 0
                       move "Y" to ws-oack-arc(ws-hit)
                   end-if
               end-if
               perform read-next-archive
           end-perform
           close archive-file.

       read-next-archive.
           read archive-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-arc-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       find-text-stray.
      *> binary search of the ascending chunk-stray table for
      *> ws-find-id; ws-hit is its entry, or zero.
           move 0 to ws-hit
           move 1 to ws-lo
           move ws-otext-count to ws-hi
           perform until ws-lo > ws-hi or ws-hit > 0
               compute ws-mid = (ws-lo + ws-hi) / 2
               evaluate true
                   when ws-otext-id(ws-mid) = ws-find-id
                       move ws-mid to ws-hit
                   when ws-otext-id(ws-mid) < ws-find-id
                       compute ws-lo = ws-mid + 1
                   when ws-mid = 1
                       move 0 to ws-hi
                   when other
                       compute ws-hi = ws-mid - 1
               end-evaluate
           end-perform.

       find-ack-stray.
           move 0 to ws-hit
           move 1 to ws-lo
           move ws-oack-count to ws-hi
           perform until ws-lo > ws-hi or ws-hit > 0
               compute ws-mid = (ws-lo + ws-hi) / 2
               evaluate true
                   when ws-oack-id(ws-mid) = ws-find-id
                       move ws-mid to ws-hit
                   when ws-oack-id(ws-mid) < ws-find-id
                       compute ws-lo = ws-mid + 1
                   when ws-mid = 1
                       move 0 to ws-hi
                   when other
                       compute ws-hi = ws-mid - 1
               end-evaluate
           end-perform.

       start-check-section.
           move 0 to ws-detail-lines
           move spaces to report-line
           write report-line
           move spaces to report-line
           evaluate ws-check-no
               when 1
                   move "CHECK 1: SUBTEXT.DAT chunks with no submission"
                       to report-line
               when 2
                   move "CHECK 2: truncated rows with no overflow text"
                       to report-line
               when 3
                   move "CHECK 3: ACKQUEUE.DAT rows with no submission"
                       to report-line
               when 4
                   move "CHECK 4: submissions with no acknowledgment"
                       to report-line
               when 5
                   move "CHECK 5: committed sessions with no submission"
                       to report-line
               when 6
                   move "CHECK 6: complaints under an unknown category"
                       to report-line
               when 7
                   move "CHECK 7: rows assigned to an unknown operator"
                       to report-line
           end-evaluate
           write report-line.

       write-detail-line.
      *> report-line holds the exception; the check's count has
      *> already been taken.
           add 1 to ws-detail-lines
           if ws-detail-lines <= ws-detail-cap
               write report-line
           end-if.

       end-check-section.
           if ws-detail-lines > ws-detail-cap
               move spaces to report-line
               string "  ... and " ws-detail-lines
                   " in all; only the first 500 are listed"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "  Exceptions: " ws-check-count(ws-check-no)
               delimited by size into report-line
           end-string
           write report-line.

       write-check-skipped.
           move spaces to report-line
           string "  not checked: " function trim(ws-open-name)
               " is not available"
               delimited by size into report-line
           end-string
           write report-line.

       check-text-orphans.
           move 1 to ws-check-no
           perform start-check-section
           if ws-text-state not = "Y"
               move "SUBTEXT.DAT" to ws-open-name
               if ws-text-state = "N"
                   move "  no SUBTEXT.DAT, so no chunks to check"
                       to report-line
                   write report-line
               else
                   perform write-check-skipped
               end-if
               perform end-check-section
               exit paragraph
           end-if
           perform varying ws-tab-idx from 1 by 1
                   until ws-tab-idx > ws-otext-count
               move spaces to report-line
               if ws-otext-arc(ws-tab-idx) = "Y"
                   add 1 to ws-left-behind
                   string "  LEFT BEHIND id " ws-otext-id(ws-tab-idx)
                       ": " ws-otext-chunks(ws-tab-idx)
                       " chunks still live for an archived row"
                       " - check SUBARCTXT before removing"
                       delimited by size into report-line
                   end-string
                   perform write-detail-line
               else
                   add 1 to ws-check-count(1)
                   string "  ORPHAN id " ws-otext-id(ws-tab-idx)
                       ": " ws-otext-chunks(ws-tab-idx)
                       " chunks, submission on no file"
                       delimited by size into report-line
                   end-string
                   perform write-detail-line
                   if ws-fixing and not ws-arc-was-unread
                       perform delete-orphan-chunks
                   end-if
               end-if
           end-perform
           move spaces to report-line
           string "  Left behind by archiving: " ws-left-behind
               delimited by size into report-line
           end-string
           write report-line
           perform end-check-section.

       delete-orphan-chunks.
      *> the key is re-started for every chunk, so the walk never
      *> depends on where a delete leaves the file.
           move "N" to ws-eof-flag
           perform until ws-at-eof
               move ws-otext-id(ws-tab-idx) to text-id
               move 0 to text-seq
               start text-file key is not less than text-key
               if ws-text-fs not = "00"
                   move "Y" to ws-eof-flag
               else
                   perform read-next-text
                   if not ws-at-eof
                       and text-id = ws-otext-id(ws-tab-idx)
                       perform delete-one-chunk
                   else
                       move "Y" to ws-eof-flag
                   end-if
               end-if
           end-perform.

       delete-one-chunk.
           delete text-file record
           if ws-text-fs = "00"
               add 1 to ws-fixed-chunks
               move "DELETE-CHUNK" to ws-fix-action
               move text-id to submit-id
               move spaces to ws-fix-detail
               string "chunk " text-seq
                   delimited by size into ws-fix-detail
               end-string
               perform log-fix
           else
               add 1 to ws-fix-failures
               move "Y" to ws-eof-flag
           end-if.

       check-truncated-rows.
           move 2 to ws-check-no
           perform start-check-section
           move "N" to ws-eof-flag
           perform start-submit-walk
           perform until ws-at-eof
               add 1 to ws-rows-read
               if submit-truncated = "Y"
                   perform check-one-truncated
               end-if
               perform read-next-submission
           end-perform
           perform end-check-section.

       check-one-truncated.
           move "N" to ws-text-full
           evaluate true
               when submit-type-complaint
                   if submit-cmpl-text(224:1) not = space
                       move "Y" to ws-text-full
                   end-if
               when submit-type-contact
                   if submit-message(176:1) not = space
                       move "Y" to ws-text-full
                   end-if
           end-evaluate
           if ws-text-full = "N"
               exit paragraph
           end-if
           if ws-text-state = "Y"
               move submit-id to text-id
               move 1 to text-seq
               read text-file
               if ws-text-fs = "00"
                   exit paragraph
               end-if
           end-if
           add 1 to ws-check-count(2)
           move spaces to report-line
           string "  NO TEXT id " submit-id " ("
               function trim(submit-form-type) ") filed "
               submit-timestamp(1:8)
               ": text cut at the field's end, no chunks on file"
               delimited by size into report-line
           end-string
           perform write-detail-line.

       check-ack-orphans.
           move 3 to ws-check-no
           perform start-check-section
           if ws-ack-state not = "Y"
               move "ACKQUEUE.DAT" to ws-open-name
               perform write-check-skipped
               perform end-check-section
               exit paragraph
           end-if
           perform varying ws-tab-idx from 1 by 1
                   until ws-tab-idx > ws-oack-count
               if ws-oack-arc(ws-tab-idx) = "N"
                   add 1 to ws-check-count(3)
                   move spaces to report-line
                   string "  ORPHAN ACK id " ws-oack-id(ws-tab-idx)
                       " queued " ws-oack-queued(ws-tab-idx)
                       ": submission on no file"
                       delimited by size into report-line
                   end-string
                   perform write-detail-line
               end-if
           end-perform
           perform end-check-section.

       check-missing-acks.
           move 4 to ws-check-no
           perform start-check-section
           if ws-ack-state not = "Y"
               move "ACKQUEUE.DAT" to ws-open-name
               perform write-check-skipped
               perform end-check-section
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform start-submit-walk
           perform until ws-at-eof
               if not submit-disp-screened
                   move submit-id to ack-id
                   read ack-file
                   if ws-ack-fs not = "00"
                       perform report-missing-ack
                   end-if
               end-if
               perform read-next-submission
           end-perform
           perform end-check-section.

       report-missing-ack.
           add 1 to ws-check-count(4)
           move spaces to report-line
           string "  NO ACK id " submit-id " ("
               function trim(submit-form-type) ") filed "
               submit-timestamp(1:8)
               delimited by size into report-line
           end-string
           perform write-detail-line
           if not ws-fixing
               exit paragraph
           end-if
           if submit-timestamp(1:8) < ws-ack-from
               or submit-disp-note(1:20) = ws-erase-prefix
               exit paragraph
           end-if
           perform find-row-email
           move spaces to ack-record
           move submit-id to ack-id
           move ws-now to ack-queued
           move submit-form-type to ack-form-type
           move submit-name to ack-name
           move ws-found-email to ack-email
           move "P" to ack-status
           move 0 to ack-attempts
           move spaces to ack-last-stamp ack-fail-reason
           write ack-record
           if ws-ack-fs = "00"
               add 1 to ws-fixed-acks
               move "QUEUE-ACK" to ws-fix-action
               if ws-found-email = spaces
                   move "no address; ACKSEND will fail it"
                       to ws-fix-detail
               else
                   move "to the address filed" to ws-fix-detail
               end-if
               perform log-fix
           else
               add 1 to ws-fix-failures
           end-if.

       find-row-email.
      *> the contact form's own field, or the email= pair of the
      *> name=value audit string the other forms keep, which is
      *> where SUBMITFORM took the acknowledgment address from.
           move spaces to ws-found-email
           if submit-type-contact
               move submit-email to ws-found-email
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
                   into ws-found-email
               end-unstring
           end-if.

       check-committed-sessions.
           move 5 to ws-check-no
           perform start-check-section
           if ws-sess-state not = "Y"
               move "SESSION.DAT" to ws-open-name
               perform write-check-skipped
               perform end-check-section
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           move low-values to session-token
           start session-file key is not less than session-token
           if ws-sess-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           perform read-next-session
           perform until ws-at-eof
               if session-was-committed
                   perform check-one-session
               end-if
               perform read-next-session
           end-perform
           perform end-check-section.

       read-next-session.
           read session-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-sess-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       check-one-session.
           move session-token to submit-session
           start submit-file key is equal to submit-session
           if ws-sub-fs = "00"
               exit paragraph
           end-if
           add 1 to ws-check-count(5)
           move spaces to report-line
           string "  NO SUBMISSION for session created "
               session-created(1:8) " " session-created(9:6)
               " (token " session-token(1:8) "...)"
               delimited by size into report-line
           end-string
           perform write-detail-line.

       check-categories.
           move 6 to ws-check-no
           perform start-check-section
           if ws-cat-state = "E"
               move "CMPLCAT.DAT" to ws-open-name
               perform write-check-skipped
               perform end-check-section
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform start-submit-walk
           perform until ws-at-eof
               if submit-type-complaint
                   perform check-one-category
               end-if
               perform read-next-submission
           end-perform
           perform end-check-section.

       check-one-category.
      *> with no master at all every complaint's code is unknown.
           move function upper-case(submit-cmpl-cat) to ws-row-cat
           if ws-cat-state = "Y"
               move ws-row-cat to cat-code
               read category-file
               if ws-cat-fs = "00"
                   exit paragraph
               end-if
           end-if
           add 1 to ws-check-count(6)
           move spaces to report-line
           string "  UNKNOWN CATEGORY id " submit-id ": '"
               function trim(ws-row-cat) "' not on CMPLCAT.DAT"
               delimited by size into report-line
           end-string
           perform write-detail-line.

       check-operators.
           move 7 to ws-check-no
           perform start-check-section
           if ws-oper-state = "E"
               move "OPERS.DAT" to ws-open-name
               perform write-check-skipped
               perform end-check-section
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform start-submit-walk
           perform until ws-at-eof
               if submit-disp-assigned
                   perform check-one-operator
               end-if
               perform read-next-submission
           end-perform
           perform end-check-section.

       check-one-operator.
           if ws-oper-state = "Y"
               and submit-disp-operator not = spaces
               move submit-disp-operator to oper-id
               read oper-file
               if ws-oper-fs = "00"
                   exit paragraph
               end-if
           end-if
           add 1 to ws-check-count(7)
           move spaces to report-line
           string "  UNKNOWN OPERATOR id " submit-id ": assigned to '"
               function trim(submit-disp-operator)
               "' who is not on OPERS.DAT"
               delimited by size into report-line
           end-string
           perform write-detail-line.

       start-submit-walk.
      *> leaves the first row in the record area, or ws-at-eof.
           move low-values to submit-timestamp
           start submit-file key not less than submit-timestamp
           if ws-sub-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           perform read-next-submission.

       read-next-submission.
           if ws-at-eof
               exit paragraph
           end-if
           read submit-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-sub-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       log-fix.
      *> every repair goes in the report and on INTEGFIX.LOG, which
      *> is appended across runs.
           move spaces to report-line
           string "  FIXED " function trim(ws-fix-action) " id "
               submit-id ": " function trim(ws-fix-detail)
               delimited by size into report-line
           end-string
           write report-line
           open extend fix-log-file
           if ws-fix-fs not = "00"
               open output fix-log-file
           end-if
           if ws-fix-fs = "00"
               move spaces to fix-log-line
               string ws-now "|" function trim(ws-fix-action) "|"
                   submit-id "|" function trim(ws-fix-detail)
                   delimited by size into fix-log-line
               end-string
               write fix-log-line
               close fix-log-file
           end-if.

       close-all-files.
           close submit-file
           if ws-text-state = "Y"
               close text-file
           end-if
           if ws-ack-state = "Y"
               close ack-file
           end-if
           if ws-sess-state = "Y"
               close session-file
           end-if
           if ws-cat-state = "Y"
               close category-file
           end-if
           if ws-oper-state = "Y"
               close oper-file
           end-if.

       write-report-header.
           move spaces to report-line
           string "Cross-file integrity check, run of " ws-now(1:8)
               " " ws-now(9:6)
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           if ws-fixing
               string "Mode: FIX - orphaned chunks deleted, missing "
                   "acknowledgments since " ws-ack-from " queued"
                   delimited by size into report-line
               end-string
           else
               move "Mode: check only - nothing is changed"
                   to report-line
           end-if
           write report-line.

       write-report-totals.
           move spaces to report-line
           write report-line
           if ws-tab-overflow = "Y"
               move spaces to report-line
               string "WARNING: more than 2000 submissions missing "
                   "from SUBMIT.DAT; checks 1 and 3 list only the "
                   "first 2000"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "Rows on SUBMIT.DAT:     " ws-rows-read
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Archive lines scanned:  " ws-arc-lines
               delimited by size into report-line
           end-string
           write report-line
           perform varying ws-check-no from 1 by 1
                   until ws-check-no > 7
               move spaces to report-line
               string "Check " ws-check-no " exceptions:     "
                   ws-check-count(ws-check-no)
                   delimited by size into report-line
               end-string
               write report-line
           end-perform
           if ws-fixing
               move spaces to report-line
               string "Chunks deleted:         " ws-fixed-chunks
                   delimited by size into report-line
               end-string
               write report-line
               move spaces to report-line
               string "Acknowledgments queued: " ws-fixed-acks
                   delimited by size into report-line
               end-string
               write report-line
               move spaces to report-line
               string "Repairs that failed:    " ws-fix-failures
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move 0 to ws-detail-lines
           perform varying ws-check-no from 1 by 1
                   until ws-check-no > 7
               add ws-check-count(ws-check-no) to ws-detail-lines
           end-perform
           add ws-left-behind to ws-detail-lines
           evaluate true
               when ws-arc-was-unread and ws-fixing
                   move "RESULT: FIX-UP INCOMPLETE - see WARNING lines"
                       to report-line
               when ws-arc-was-unread
                   move "RESULT: CHECK INCOMPLETE - see WARNING lines"
                       to report-line
               when ws-fix-failures > 0
                   move "RESULT: FIX-UP INCOMPLETE - see FIXED lines"
                       to report-line
               when ws-detail-lines = 0
                   move "RESULT: files consistent" to report-line
               when other
                   move "RESULT: EXCEPTIONS FOUND - see CHECK sections"
                       to report-line
           end-evaluate
           write report-line.

       end program INTEGCHK.
