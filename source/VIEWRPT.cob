       identification division.
       program-id. VIEWRPT.
      *> privacy access report over the record-view audit lines
      *> VIEWLOG writes to the daily OPERAUD-YYYYMMDD.LOG files, the
      *> answer to a data-protection "who at your shop looked at my
      *> details". Questions are read from VIEWREQ.DAT, one per line,
      *> kind|key|from|to, "*" and blank lines ignored as in
      *> ARCREQ.DAT:
      *>     S|submit-id|from|to  every view of that submission
      *>     E|email|from|to      every view of any submission whose
      *>                          acknowledgment went to that
      *>                          address (ACKQUEUE.DAT, case-blind)
      *>                          — the submitter's records as a set
      *>     O|operator|from|to   every record that operator viewed
      *> from/to are YYYYMMDD and inclusive; an empty to= means
      *> today, an empty from= thirty days before to=. Each view is
      *> listed with its time and screen, and a submitter question
      *> closes with every operator who looked and how often.
      *>
      *> Separately, every day the questions cover (just yesterday
      *> when there are none) is checked for heavy viewing: an
      *> operator with more views in one day than VIEWRPT_HEAVY_LIMIT
      *> (default 100) is named, since a page of browse rows is ten
      *> views and normal case work stays well under that. Output is
      *> VIEWRPT-YYYYMMDD.TXT.
       environment division.
       input-output section.
       file-control.
           select request-file assign to "VIEWREQ.DAT"
               organization is line sequential
               file status is ws-req-fs.
           select audit-log-file assign to dynamic ws-audit-filename
               organization is line sequential
               file status is ws-audit-fs.
           select ack-file assign to "ACKQUEUE.DAT"
               organization is indexed
               access mode is dynamic
               record key is ack-id
               file status is ws-ack-fs.
           select report-file assign to dynamic ws-report-filename
               organization is line sequential
               file status is ws-rpt-fs.
       data division.
       file section.
       fd request-file.
       01 request-line            pic x(200).
       fd audit-log-file.
      *> sized to match the writers' audit-line.
       01 audit-line              pic x(150).
       fd ack-file.
       copy "ACKREC.cpy".
       fd report-file.
       01 report-line             pic x(300).

       working-storage section.
       01 ws-req-fs              pic xx.
       01 ws-audit-fs            pic xx.
       01 ws-ack-fs              pic xx.
       01 ws-rpt-fs              pic xx.
       01 ws-audit-filename      pic x(24).
       01 ws-report-filename     pic x(24).
       01 ws-today               pic 9(8).
       01 ws-today-x             pic x(8).
       01 ws-today-int           pic 9(8).
       01 ws-eof-flag            pic x     value "N".
           88 ws-at-eof          value "Y".
       01 ws-log-eof             pic x     value "N".
           88 ws-log-at-end      value "Y".
       01 ws-ack-eof             pic x     value "N".
           88 ws-ack-at-end      value "Y".

       01 ws-req-line            pic x(200).
       01 ws-req-kind            pic x(4).
       01 ws-req-key             pic x(64).
       01 ws-req-from            pic x(10).
       01 ws-req-to              pic x(10).
       01 ws-req-count           pic 9(5)  value 0.
       01 ws-req-rejected        pic 9(5)  value 0.
       01 ws-req-ok              pic x.
           88 ws-req-is-usable   value "Y".
       01 ws-key-upper           pic x(64).

      *> the day range of the question in hand, and the widest
      *> range any question covered, which the heavy-viewing check
      *> walks afterwards.
       01 ws-from-int            pic 9(8).
       01 ws-to-int              pic 9(8).
       01 ws-day-int             pic 9(8).
       01 ws-day-date            pic 9(8).
       01 ws-span-from-int       pic 9(8)  value 0.
       01 ws-span-to-int         pic 9(8)  value 0.

      *> one audit line taken apart:
      *> timestamp|operator|kind|screen-or-action|id-or-token.
       01 ws-aud-stamp           pic x(21).
       01 ws-aud-operator        pic x(16).
       01 ws-aud-kind            pic x(8).
       01 ws-aud-screen          pic x(16).
       01 ws-aud-id-x            pic x(32).
       01 ws-aud-id              pic 9(10).

      *> the submissions a submitter question covers: the one id of
      *> an S question, or every id an E question's address
      *> resolved to.
       01 ws-id-table.
           05 ws-id-count       pic 9(3)  value 0.
           05 ws-id-entry       pic 9(10) occurs 200 times.
       01 ws-id-idx              pic 9(3).
       01 ws-id-hit              pic x.
           88 ws-id-is-listed    value "Y".

      *> operators seen for the question in hand (who looked, and
      *> how often), and per day for the heavy-viewing check.
       01 ws-oper-table.
           05 ws-oper-count     pic 9(3)  value 0.
           05 ws-oper-entries occurs 100 times.
               10 ws-oper-id        pic x(16).
               10 ws-oper-views     pic 9(7).
       01 ws-oper-idx            pic 9(3).
       01 ws-oper-hit            pic 9(3).

       01 ws-heavy-env           pic x(10).
       01 ws-heavy-limit         pic 9(7)  value 100.
       01 ws-views-found         pic 9(7)  value 0.
       01 ws-days-missing        pic 9(5)  value 0.
       01 ws-heavy-count         pic 9(5)  value 0.
       01 ws-req-missing         pic x     value "N".
      *> a failed ACKQUEUE.DAT open is named on the E question it
      *> spoiled, so "nobody viewed" can't be read off an address
      *> that was never resolved.
       01 ws-ack-trouble         pic x     value "N".

      *> scratch for lines built in two steps; STRING may not read
      *> the field it is writing.
       01 ws-line-tmp            pic x(300).

       procedure division.
       main-logic.
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-x
           compute ws-today-int = function integer-of-date(ws-today)
           string "VIEWRPT-" ws-today-x ".TXT"
               delimited by size into ws-report-filename
           perform read-heavy-config
           open output report-file
           perform write-report-header
           perform answer-requests
           if ws-span-from-int = 0
               compute ws-span-from-int = ws-today-int - 1
               move ws-span-from-int to ws-span-to-int
           end-if
           perform check-heavy-viewing
           perform write-report-totals
           close report-file
           goback.

       read-heavy-config.
           move spaces to ws-heavy-env
           accept ws-heavy-env from environment "VIEWRPT_HEAVY_LIMIT"
           if ws-heavy-env not = spaces
               compute ws-heavy-limit = function numval(ws-heavy-env)
           end-if
           if ws-heavy-limit = 0
               move 100 to ws-heavy-limit
           end-if.

       answer-requests.
           open input request-file
           if ws-req-fs not = "00"
               move "Y" to ws-req-missing
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-request
           perform until ws-at-eof
               perform answer-one-request
               perform read-next-request
           end-perform
           close request-file.

       read-next-request.
           read request-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-req-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           if not ws-at-eof
               move request-line to ws-req-line
           end-if.

       answer-one-request.
      *> blank lines and "*" lines are for the people who edit the
      *> request file, the way VALRULES.DAT treats them.
           if ws-req-line = spaces or ws-req-line(1:1) = "*"
               exit paragraph
           end-if
           add 1 to ws-req-count
           move spaces to ws-req-kind ws-req-key ws-req-from ws-req-to
           unstring ws-req-line delimited by "|"
               into ws-req-kind ws-req-key ws-req-from ws-req-to
           end-unstring
           move function upper-case(ws-req-kind) to ws-req-kind
           perform check-request-dates
           if not ws-req-is-usable
               or ws-req-key = spaces
               or (ws-req-kind not = "S" and ws-req-kind not = "E"
                   and ws-req-kind not = "O")
               perform reject-request
               exit paragraph
           end-if
           perform widen-heavy-span
           move 0 to ws-oper-count
           move 0 to ws-views-found
           move 0 to ws-id-count
           move "N" to ws-ack-trouble
           evaluate ws-req-kind
               when "S"
                   perform resolve-submit-id
               when "E"
                   perform resolve-email
           end-evaluate
           perform write-request-banner
           if ws-req-kind not = "O" and ws-id-count = 0
               move spaces to report-line
               if ws-ack-trouble = "Y"
                   string "  WARNING: ACKQUEUE.DAT could not be "
                       "read; the address was not resolved"
                       delimited by size into report-line
                   end-string
               else
                   string "  no submissions found for that key"
                       delimited by size into report-line
                   end-string
               end-if
               write report-line
               exit paragraph
           end-if
           perform scan-one-day
               varying ws-day-int from ws-from-int by 1
               until ws-day-int > ws-to-int
           perform write-request-summary.

       check-request-dates.
      *> from/to must be real YYYYMMDD dates when given; an empty
      *> to= is today and an empty from= thirty days before to=.
           move "Y" to ws-req-ok
           if ws-req-to = spaces
               move ws-today-int to ws-to-int
           else
               if ws-req-to(1:8) not numeric
                   or function test-date-yyyymmdd
                       (function numval(ws-req-to(1:8))) not = 0
                   move "N" to ws-req-ok
                   exit paragraph
               end-if
               compute ws-to-int = function integer-of-date
                   (function numval(ws-req-to(1:8)))
           end-if
           if ws-req-from = spaces
               compute ws-from-int = ws-to-int - 30
           else
               if ws-req-from(1:8) not numeric
                   or function test-date-yyyymmdd
                       (function numval(ws-req-from(1:8))) not = 0
                   move "N" to ws-req-ok
                   exit paragraph
               end-if
               compute ws-from-int = function integer-of-date
                   (function numval(ws-req-from(1:8)))
           end-if
           if ws-from-int > ws-to-int
               move "N" to ws-req-ok
           end-if.

       widen-heavy-span.
           if ws-span-from-int = 0 or ws-from-int < ws-span-from-int
               move ws-from-int to ws-span-from-int
           end-if
           if ws-to-int > ws-span-to-int
               move ws-to-int to ws-span-to-int
           end-if.

       reject-request.
           add 1 to ws-req-rejected
           move spaces to report-line
           string "REJECTED request '" function trim(ws-req-line)
               "' (kind not S/E/O, no key, or a bad date range)"
               delimited by size into report-line
           end-string
           write report-line.

       resolve-submit-id.
      *> ids are always shown as the full ten digits.
           if ws-req-key(1:10) numeric and ws-req-key(11:) = spaces
               move 1 to ws-id-count
               compute ws-id-entry(1) = function numval(ws-req-key)
           end-if.

       resolve-email.
      *> every acknowledgment row carries the address the visitor
      *> gave whatever the form, so the queue is the one place that
      *> ties an address to all of its submissions.
           move function upper-case(function trim(ws-req-key))
               to ws-key-upper
           open input ack-file
           if ws-ack-fs not = "00"
               move "Y" to ws-ack-trouble
               exit paragraph
           end-if
           move "N" to ws-ack-eof
           perform read-next-ack
           perform until ws-ack-at-end
               if function upper-case(function trim(ack-email))
                       = ws-key-upper
                   and ws-id-count < 200
                   add 1 to ws-id-count
                   move ack-id to ws-id-entry(ws-id-count)
               end-if
               perform read-next-ack
           end-perform
           close ack-file.

       read-next-ack.
           read ack-file next
               at end move "Y" to ws-ack-eof
           end-read
           if not ws-ack-at-end and ws-ack-fs not = "00"
               move "Y" to ws-ack-eof
           end-if.

       scan-one-day.
           compute ws-day-date = function date-of-integer(ws-day-int)
           move spaces to ws-audit-filename
           string "OPERAUD-" ws-day-date ".LOG"
               delimited by size into ws-audit-filename
           open input audit-log-file
           if ws-audit-fs not = "00"
               exit paragraph
           end-if
           move "N" to ws-log-eof
           perform read-next-audit-line
           perform until ws-log-at-end
               if ws-aud-kind = "VIEW"
                   perform check-one-view
               end-if
               perform read-next-audit-line
           end-perform
           close audit-log-file.

       read-next-audit-line.
           read audit-log-file
               at end move "Y" to ws-log-eof
           end-read
           if not ws-log-at-end and ws-audit-fs not = "00"
               move "Y" to ws-log-eof
           end-if
           if not ws-log-at-end
               perform unpack-audit-line
           end-if.

       unpack-audit-line.
           move spaces to ws-aud-stamp ws-aud-operator ws-aud-kind
                          ws-aud-screen ws-aud-id-x
           unstring audit-line delimited by "|"
               into ws-aud-stamp ws-aud-operator ws-aud-kind
                    ws-aud-screen ws-aud-id-x
           end-unstring
           move 0 to ws-aud-id
           if ws-aud-kind = "VIEW" and ws-aud-id-x(1:10) numeric
               move ws-aud-id-x(1:10) to ws-aud-id
           end-if.

       check-one-view.
           if ws-req-kind = "O"
               if ws-aud-operator not = ws-req-key(1:16)
                   exit paragraph
               end-if
           else
               move "N" to ws-id-hit
               perform varying ws-id-idx from 1 by 1
                       until ws-id-idx > ws-id-count or ws-id-is-listed
                   if ws-id-entry(ws-id-idx) = ws-aud-id
                       move "Y" to ws-id-hit
                   end-if
               end-perform
               if not ws-id-is-listed
                   exit paragraph
               end-if
           end-if
           add 1 to ws-views-found
           perform tally-operator
           move spaces to report-line
           string "  VIEWED " ws-aud-stamp(1:8) " "
               ws-aud-stamp(9:2) ":" ws-aud-stamp(11:2) ":"
               ws-aud-stamp(13:2) " id " ws-aud-id
               " by " delimited by size
               function trim(ws-aud-operator) delimited by size
               " on " delimited by size
               function trim(ws-aud-screen) delimited by size
               into report-line
           end-string
           write report-line.

       tally-operator.
      *> leaves ws-aud-operator's row of ws-oper-table counted up,
      *> minting a row the first time an operator is seen; with the
      *> table full the last row absorbs the rest.
           move 0 to ws-oper-hit
           perform varying ws-oper-idx from 1 by 1
                   until ws-oper-idx > ws-oper-count or ws-oper-hit > 0
               if ws-oper-id(ws-oper-idx) = ws-aud-operator
                   move ws-oper-idx to ws-oper-hit
               end-if
           end-perform
           if ws-oper-hit = 0
               if ws-oper-count < 100
                   add 1 to ws-oper-count
                   move ws-aud-operator to ws-oper-id(ws-oper-count)
                   move 0 to ws-oper-views(ws-oper-count)
               end-if
               move ws-oper-count to ws-oper-hit
           end-if
           add 1 to ws-oper-views(ws-oper-hit).

       write-request-banner.
           compute ws-day-date = function date-of-integer(ws-from-int)
           move spaces to report-line
           evaluate ws-req-kind
               when "O"
                   string "=== records viewed by operator "
                       function trim(ws-req-key) " from " ws-day-date
                       delimited by size into report-line
                   end-string
               when "E"
                   string "=== views of submissions acknowledged to "
                       function trim(ws-req-key) " from " ws-day-date
                       delimited by size into report-line
                   end-string
               when other
                   string "=== views of submission "
                       function trim(ws-req-key) " from " ws-day-date
                       delimited by size into report-line
                   end-string
           end-evaluate
           compute ws-day-date = function date-of-integer(ws-to-int)
           move spaces to ws-line-tmp
           string function trim(report-line) " to " ws-day-date
               " ===" delimited by size into ws-line-tmp
           end-string
           move ws-line-tmp to report-line
           write report-line
           if ws-req-kind = "E" and ws-id-count > 0
               move spaces to report-line
               string "  submissions covered: " ws-id-count
                   delimited by size into report-line
               end-string
               write report-line
           end-if.

       write-request-summary.
           move spaces to report-line
           string "  views found: " ws-views-found
               delimited by size into report-line
           end-string
           write report-line
           if ws-req-kind = "O"
               exit paragraph
           end-if
           perform varying ws-oper-idx from 1 by 1
                   until ws-oper-idx > ws-oper-count
               move spaces to report-line
               string "  VIEWED BY "
                   function trim(ws-oper-id(ws-oper-idx))
                   ": " ws-oper-views(ws-oper-idx) " view(s)"
                   delimited by size into report-line
               end-string
               write report-line
           end-perform.

       check-heavy-viewing.
           move spaces to report-line
           move ws-span-from-int to ws-day-int
           compute ws-day-date = function date-of-integer(ws-day-int)
           string "=== heavy viewing check, more than "
               ws-heavy-limit " views in a day, from " ws-day-date
               delimited by size into report-line
           end-string
           compute ws-day-date =
               function date-of-integer(ws-span-to-int)
           move spaces to ws-line-tmp
           string function trim(report-line) " to " ws-day-date
               " ===" delimited by size into ws-line-tmp
           end-string
           move ws-line-tmp to report-line
           write report-line
           perform check-one-heavy-day
               varying ws-day-int from ws-span-from-int by 1
               until ws-day-int > ws-span-to-int.

       check-one-heavy-day.
           compute ws-day-date = function date-of-integer(ws-day-int)
           move spaces to ws-audit-filename
           string "OPERAUD-" ws-day-date ".LOG"
               delimited by size into ws-audit-filename
           open input audit-log-file
           if ws-audit-fs not = "00"
               add 1 to ws-days-missing
               exit paragraph
           end-if
           move 0 to ws-oper-count
           move "N" to ws-log-eof
           perform read-next-audit-line
           perform until ws-log-at-end
               if ws-aud-kind = "VIEW"
                   perform tally-operator
               end-if
               perform read-next-audit-line
           end-perform
           close audit-log-file
           perform varying ws-oper-idx from 1 by 1
                   until ws-oper-idx > ws-oper-count
               if ws-oper-views(ws-oper-idx) > ws-heavy-limit
                   add 1 to ws-heavy-count
                   move spaces to report-line
                   string "HEAVY    " ws-day-date " "
                       function trim(ws-oper-id(ws-oper-idx))
                       ": " ws-oper-views(ws-oper-idx)
                       " records viewed"
                       delimited by size into report-line
                   end-string
                   write report-line
               end-if
           end-perform.

       write-report-header.
           move spaces to report-line
           string "Record view access report of " ws-today-x
               delimited by size into report-line
           write report-line.

       write-report-totals.
           if ws-req-missing = "Y"
               move "No VIEWREQ.DAT questions; heavy-viewing check only"
                   to report-line
               write report-line
           end-if
           move spaces to report-line
           string "Questions answered:  " ws-req-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Questions rejected:  " ws-req-rejected
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Days with no log:    " ws-days-missing
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Heavy viewing days:  " ws-heavy-count
               delimited by size into report-line
           write report-line
           evaluate true
               when ws-heavy-count > 0
                   move "RESULT: HEAVY VIEWING - see HEAVY lines above"
                       to report-line
               when ws-req-rejected > 0
                   move "RESULT: REJECTED QUESTIONS - fix VIEWREQ.DAT"
                       to report-line
               when other
                   move "RESULT: report complete" to report-line
           end-evaluate
           write report-line.

       end program VIEWRPT.
