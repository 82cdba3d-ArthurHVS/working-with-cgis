       identification division.
       program-id. SUBTRACK.
      *> public "where is my submission" screen (action=track): a
      *> submitter quotes the id from their acknowledgment and the
      *> email address it was sent to, and is told when the
      *> submission was received, what kind it was and where it
      *> stands — received, being worked on, or closed and on what
      *> day. The pair is checked against the address on the
      *> acknowledgment row (ACKQUEUE.DAT, case-blind), since that
      *> is the one address every form type carries. Nothing the
      *> submitter or a worker wrote is ever shown: no text, no
      *> resolution note, no operator.
      *>
      *> An unknown id, a wrong address and a missing parameter all
      *> get the same answer, so the screen can't be used to find
      *> out which ids exist. Every such miss is logged to the
      *> day's TRACKMISS-YYYYMMDD.LOG as timestamp|remote_addr|id,
      *> and a caller with TRACK_MISS_LIMIT (default 5) misses
      *> inside TRACK_MISS_SECONDS (default 900) is turned away
      *> until the window passes — good pairs included, so the
      *> refusal itself gives nothing away. A caller with no
      *> REMOTE_ADDR can't be counted and is never turned away, as
      *> with the dispatcher's own rate limiter.
      *>
      *> A submission moved to the yearly archive by HOUSEKEEP is
      *> still answered: the acknowledgment row stays on the queue,
      *> and its queued date names the SUBARC-YYYY.DAT to look in.
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
           select miss-log-file assign to dynamic ws-miss-filename
               organization is line sequential
               file status is ws-miss-fs.
       data division.
       file section.
       fd submit-file.
       copy "SUBMREC.cpy".
       fd ack-file.
       copy "ACKREC.cpy".
       fd archive-file.
       01 archive-line           pic x(850).
       fd miss-log-file.
       01 miss-line              pic x(120).

       working-storage section.
       01 ws-sub-fs             pic xx.
       01 ws-ack-fs             pic xx.
       01 ws-arc-fs             pic xx.
       01 ws-miss-fs            pic xx.
       01 ws-archive-filename   pic x(20).
       01 ws-miss-filename      pic x(28).
       01 ws-now                pic x(21).
       01 ws-pair-idx           pic 9(3).
       01 ws-lookup-name        pic x(32).
       01 ws-lookup-value       pic x(256).
       01 ws-lookup-found       pic x     value "N".
           88 ws-lookup-was-found value "Y".

       01 ws-given-id-x         pic x(10).
       01 ws-given-id           pic 9(10) value 0.
       01 ws-id-len             pic 9(3).
       01 ws-given-email        pic x(64).
       01 ws-ack-email-upper    pic x(64).

      *> what the answer is built from, whichever store it came
      *> from: the filing timestamp, the form type and the
      *> disposition status and stamp.
       01 ws-found-flag         pic x     value "N".
           88 ws-was-found      value "Y".
       01 ws-got-stamp          pic x(21).
       01 ws-got-form-type      pic x(8).
       01 ws-got-status         pic x.
       01 ws-got-closed         pic x(21).
       01 ws-arc-eof            pic x     value "N".
           88 ws-arc-at-end     value "Y".

       01 ws-show-received      pic x(10).
       01 ws-show-closed        pic x(10).
       01 ws-show-form          pic x(20).
       01 ws-show-status        pic x(16).

      *> miss throttling, counted the way check-rate-limit counts
      *> hits: seconds since midnight of today's misses.
       01 ws-miss-limit-env     pic x(10).
       01 ws-miss-secs-env      pic x(10).
       01 ws-miss-limit         pic 9(5)  value 5.
       01 ws-miss-window        pic 9(5)  value 900.
       01 ws-miss-count         pic 9(5)  value 0.
       01 ws-throttle-flag      pic x     value "N".
           88 ws-is-throttled   value "Y".
       01 ws-miss-eof           pic x     value "N".
           88 ws-miss-at-end    value "Y".
       01 ws-miss-stamp         pic x(21).
       01 ws-miss-addr          pic x(64).
       01 ws-hhmmss             pic x(6).
       01 ws-time-hh            pic 9(2).
       01 ws-time-mm            pic 9(2).
       01 ws-time-ss            pic 9(2).
       01 ws-hit-seconds        pic 9(5).
       01 ws-now-seconds        pic 9(5).
       01 ws-window-start       pic 9(5).

       linkage section.
       copy "CGIPARM.cpy".
       01 ls-format-flag        pic x.
           88 ls-want-json      value "Y".
       01 ls-remote-addr        pic x(64).

       procedure division using cgi-params ls-format-flag
               ls-remote-addr.
       main-logic.
           move function current-date to ws-now
           move spaces to ws-miss-filename
           string "TRACKMISS-" ws-now(1:8) ".LOG"
               delimited by size into ws-miss-filename
           perform check-miss-throttle
           if ws-is-throttled
               perform emit-throttled
               goback
           end-if
           perform read-track-params
           if ws-given-id > 0 and ws-given-email not = spaces
               perform find-submission
           end-if
           if ws-was-found
               perform build-answer
               perform emit-answer
           else
               perform write-miss-line
               perform emit-no-match
           end-if
           goback.

       read-track-params.
      *> the id is taken only as the ten digits (or fewer, leading
      *> zeros dropped) the acknowledgment quoted; anything else
      *> is treated as a miss.
           move 0 to ws-given-id
           move spaces to ws-given-id-x ws-given-email
           move "id" to ws-lookup-name
           perform get-cgi-param
           if ws-lookup-was-found
               and ws-lookup-value not = spaces
               and function length(function trim(ws-lookup-value))
                   <= 10
               move function trim(ws-lookup-value) to ws-given-id-x
               compute ws-id-len =
                   function length(function trim(ws-lookup-value))
               if ws-given-id-x(1:ws-id-len) is numeric
                   compute ws-given-id = function numval(ws-given-id-x)
               end-if
           end-if
           move "email" to ws-lookup-name
           perform get-cgi-param
           if ws-lookup-was-found
               move function upper-case
                   (function trim(ws-lookup-value(1:64)))
                   to ws-given-email
           end-if.

       find-submission.
           move "N" to ws-found-flag
           open input ack-file
           if ws-ack-fs not = "00"
               exit paragraph
           end-if
           move ws-given-id to ack-id
           read ack-file
           if ws-ack-fs not = "00"
               close ack-file
               exit paragraph
           end-if
           close ack-file
           move function upper-case(function trim(ack-email))
               to ws-ack-email-upper
           if ws-ack-email-upper = spaces
               or ws-ack-email-upper not = ws-given-email
               exit paragraph
           end-if
      *> from here on the id is carried in its ten-digit form, the
      *> way the archive lines hold it.
           move ws-given-id to ws-given-id-x
           perform read-live-row
           if not ws-was-found
               perform read-archive-row
           end-if.

       read-live-row.
           open input submit-file
           if ws-sub-fs not = "00"
               exit paragraph
           end-if
           move ws-given-id to submit-id
           read submit-file
           if ws-sub-fs = "00"
               move "Y" to ws-found-flag
               move submit-timestamp to ws-got-stamp
               move submit-form-type to ws-got-form-type
               move submit-disp-status to ws-got-status
               move submit-disp-stamp to ws-got-closed
           end-if
           close submit-file.

       read-archive-row.
      *> HOUSEKEEP writes each field at full width, so the id,
      *> timestamp, form type and disposition sit at fixed columns;
      *> lines written before the disposition existed stop after
      *> the session and read as received.
           move spaces to ws-archive-filename
           string "SUBARC-" ack-queued(1:4) ".DAT"
               delimited by size into ws-archive-filename
           open input archive-file
           if ws-arc-fs not = "00"
               exit paragraph
           end-if
           move "N" to ws-arc-eof
           perform until ws-arc-at-end or ws-was-found
               read archive-file
                   at end move "Y" to ws-arc-eof
               end-read
               if not ws-arc-at-end and ws-arc-fs not = "00"
                   move "Y" to ws-arc-eof
               end-if
               if not ws-arc-at-end
                   and archive-line(1:10) = ws-given-id-x
                   move "Y" to ws-found-flag
                   move archive-line(12:21) to ws-got-stamp
                   move archive-line(358:8) to ws-got-form-type
                   move space to ws-got-status
                   move spaces to ws-got-closed
                   if archive-line(656:1) = "|"
                       move archive-line(657:1) to ws-got-status
                       move archive-line(676:21) to ws-got-closed
                   end-if
               end-if
           end-perform
           close archive-file.

       build-answer.
           move spaces to ws-show-received ws-show-closed
           string ws-got-stamp(1:4) "-" ws-got-stamp(5:2) "-"
               ws-got-stamp(7:2)
               delimited by size into ws-show-received
           evaluate ws-got-form-type
               when "CONTACT"
                   move "general contact" to ws-show-form
               when "ADDRESS"
                   move "change of address" to ws-show-form
               when "COMPLNT"
                   move "complaint" to ws-show-form
               when other
                   move "general" to ws-show-form
           end-evaluate
           evaluate ws-got-status
               when "A"
                   move "being worked on" to ws-show-status
               when "C"
                   move "closed" to ws-show-status
                   string ws-got-closed(1:4) "-" ws-got-closed(5:2)
                       "-" ws-got-closed(7:2)
                       delimited by size into ws-show-closed
               when other
                   move "received" to ws-show-status
           end-evaluate.

      *> every value shown below comes from the stores or from this
      *> program, digits and fixed words only, so none needs
      *> escaping; the id is shown back in its ten-digit form.
       emit-answer.
           if ls-want-json
               display
                   '{"found":true,"id":"' ws-given-id-x
                   '","received":"' function trim(ws-show-received)
                   '","formtype":"' function trim(ws-show-form)
                   '","status":"' function trim(ws-show-status) '"'
                   with no advancing
               end-display
               if ws-show-closed not = spaces
                   display ',"closed":"' function trim(ws-show-closed)
                       '"' with no advancing
                   end-display
               end-if
               display "}" end-display
           else
               display "<h1>Submission " ws-given-id-x "</h1>"
               display "<ul>"
               display "<li>Received: " function trim(ws-show-received)
                   "</li>"
               end-display
               display "<li>Form: " function trim(ws-show-form) "</li>"
               display "<li>Status: " function trim(ws-show-status)
                   "</li>"
               end-display
               if ws-show-closed not = spaces
                   display "<li>Closed: " function trim(ws-show-closed)
                       "</li>"
                   end-display
               end-if
               display "</ul>"
           end-if.

       emit-no-match.
           if ls-want-json
               display
                   '{"found":false,"message":"No submission matches '
                   'that reference and email address"}'
               end-display
           else
               display
                   "<p>No submission matches that reference and "
                   "email address. Please check both against your "
                   "acknowledgment and try again.</p>"
               end-display
           end-if.

       emit-throttled.
           if ls-want-json
               display
                   '{"error":"Too many unsuccessful lookups; '
                   'please try again later"}'
               end-display
           else
               display
                   "<p>Too many unsuccessful lookups from your "
                   "connection. Please try again later.</p>"
               end-display
           end-if.

       check-miss-throttle.
           move "N" to ws-throttle-flag
           if ls-remote-addr = spaces
               exit paragraph
           end-if
           perform read-throttle-config
           move ws-now(9:6) to ws-hhmmss
           perform seconds-from-hhmmss
           move ws-hit-seconds to ws-now-seconds
           if ws-now-seconds > ws-miss-window
               compute ws-window-start =
                   ws-now-seconds - ws-miss-window
           else
               move 0 to ws-window-start
           end-if
           move 0 to ws-miss-count
           open input miss-log-file
           if ws-miss-fs not = "00"
               exit paragraph
           end-if
           move "N" to ws-miss-eof
           perform read-miss-line
           perform until ws-miss-at-end
               perform tally-miss-line
               perform read-miss-line
           end-perform
           close miss-log-file
           if ws-miss-count >= ws-miss-limit
               move "Y" to ws-throttle-flag
           end-if.

       read-throttle-config.
           move spaces to ws-miss-limit-env ws-miss-secs-env
           accept ws-miss-limit-env
               from environment "TRACK_MISS_LIMIT"
           accept ws-miss-secs-env
               from environment "TRACK_MISS_SECONDS"
           if ws-miss-limit-env not = spaces
               compute ws-miss-limit =
                   function numval(ws-miss-limit-env)
           end-if
           if ws-miss-limit = 0
               move 5 to ws-miss-limit
           end-if
           if ws-miss-secs-env not = spaces
               compute ws-miss-window =
                   function numval(ws-miss-secs-env)
           end-if
           if ws-miss-window = 0
               move 900 to ws-miss-window
           end-if.

       read-miss-line.
           read miss-log-file
               at end move "Y" to ws-miss-eof
           end-read
           if not ws-miss-at-end and ws-miss-fs not = "00"
               move "Y" to ws-miss-eof
           end-if.

       tally-miss-line.
           move spaces to ws-miss-stamp ws-miss-addr
           unstring miss-line delimited by "|"
               into ws-miss-stamp ws-miss-addr
           end-unstring
           if function trim(ws-miss-addr)
                   = function trim(ls-remote-addr)
               move ws-miss-stamp(9:6) to ws-hhmmss
               perform seconds-from-hhmmss
               if ws-hit-seconds >= ws-window-start
                   and ws-hit-seconds <= ws-now-seconds
                   add 1 to ws-miss-count
               end-if
           end-if.

       seconds-from-hhmmss.
           move ws-hhmmss(1:2) to ws-time-hh
           move ws-hhmmss(3:2) to ws-time-mm
           move ws-hhmmss(5:2) to ws-time-ss
           compute ws-hit-seconds =
               ws-time-hh * 3600 + ws-time-mm * 60 + ws-time-ss.

       write-miss-line.
      *> the id as given (not the address) is kept, so a run of
      *> guesses can be seen for what it is without the log itself
      *> holding anyone's email.
           open extend miss-log-file
           if ws-miss-fs not = "00"
               open output miss-log-file
           end-if
           if ws-miss-fs = "00"
               move spaces to miss-line
               string
                   function trim(ws-now) "|" delimited by size
                   function trim(ls-remote-addr) "|" delimited by size
                   function trim(ws-given-id-x) delimited by size
                   into miss-line
               end-string
               write miss-line
               close miss-log-file
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

       end program SUBTRACK.
