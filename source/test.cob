       identification division.
       program-id. gnucobolcgi.
       environment division.
       input-output section.
      *> scratch for blanking a password= value out of the raw
      *> query string before it reaches the access log (a sign-on
      *> sent as a GET would otherwise log the password in clear
      *> for CGIRPT and MONTHRPT to read), and the email= value of
      *> a public status lookup; see redact-log-password.
       01 ws-pw-tally          pic 9(3).
       01 ws-track-tally       pic 9(3).
       01 ws-red-len           pic 9(4).
       01 ws-red-in-ptr        pic 9(4).
       01 ws-red-out-ptr       pic 9(4).
       01 ws-required-level     pic 9     value 0.
       01 ws-access-flag        pic x     value "N".
           88 ws-access-was-granted value "Y".
      *> the screen name the record-view audit files an archive
      *> lookup under; the browse screen names its own rows (see
      *> VIEWLOG).
       01 ws-view-screen        pic x(16).

       01 ws-escaped-value      pic x(1536).

      *> to JSON for script-friendly polling; anything else is HTML.
           move "format" to ws-lookup-name
           perform get-cgi-param
           if ws-lookup-was-found
               and function trim(ws-lookup-value) = "json"
               move "Y" to ws-format-flag
           else
               move "N" to ws-format-flag
      *> CGI binary. The screens that show or work submitter data
      *> sit behind the operator sign-on (see check-operator-access):
      *> level 1 reads, level 2 (supervisors) also reaches status,
      *> the work queue, category maintenance and the review of
      *> submissions the spam screening quarantined. submit, the
      *> wizard and the sign-on itself stay public, as does track,
      *> the submitter's own status lookup by id and email, which
      *> shows only where a submission stands and throttles callers
      *> who keep guessing (see SUBTRACK).
           evaluate function trim(ws-action)
               when "submit"
                   call "SUBMITFORM" using cgi-params ws-format-flag
                   perform check-operator-access
                   if ws-access-was-granted
                       call "SHOWSUBS" using cgi-params ws-format-flag
                           session-operator
                   end-if
               when "archive"
                   move 1 to ws-required-level
                   perform check-operator-access
                   if ws-access-was-granted
                       move "archive" to ws-view-screen
                       call "ARCSEARCH" using cgi-params
                           ws-format-flag session-operator
                           ws-view-screen
                   end-if
               when "wizard"
                   call "WIZARD" using cgi-params ws-format-flag
                       session-token
               when "track"
                   call "SUBTRACK" using cgi-params ws-format-flag
                       ws-remote-addr
               when "status"
                   move 2 to ws-required-level
                   perform check-operator-access
                   if ws-access-was-granted
                       call "CATMAINT" using cgi-params ws-format-flag
                   end-if
               when "quarantine"
                   move 2 to ws-required-level
                   perform check-operator-access
                   if ws-access-was-granted
                       call "QUARREVIEW" using cgi-params
                           ws-format-flag session-token
                   end-if
               when other
                   perform emit-body
           end-evaluate.
                   function numval(ws-content-length)
           end-if
           if ws-content-length-n > function length(ws-param-source)
               move function length(ws-param-source)
                   to ws-content-length-n
           end-if
           move spaces to ws-param-source
           if ws-content-length-n > 0
      *> password= in QUERY_STRING, and write-access-log records
      *> that string verbatim — which would put passwords in clear
      *> in the daily traffic log. Any password= value is blanked
      *> to asterisks before the log line is built. A status lookup
      *> (action=track) made as a GET carries the submitter's own
      *> address in email=, on whatever day they happen to look, so
      *> that value is blanked the same way: ERASURE only goes
      *> through the logs of the days a submission was filed or
      *> acknowledged, and would never find it. The string is only
      *> rebuilt when one of these is actually present, so ordinary
      *> traffic logs byte for byte as before.
           move 0 to ws-pw-tally ws-track-tally
           inspect ws-query-string-raw
               tallying ws-pw-tally for all "password="
                        ws-track-tally for all "action=track"
           if ws-pw-tally = 0 and ws-track-tally = 0
               exit paragraph
           end-if
           compute ws-red-len =
                   if function trim(ws-red-name) = "password"
                       move "password=********" to ws-red-pair
                   end-if
                   if function trim(ws-red-name) = "email"
                           and ws-track-tally > 0
                       move "email=********" to ws-red-pair
                   end-if
                   if ws-red-out-ptr > 1
                       string "&" delimited by size
                           into ws-redacted-qs
                   when ws-hex-char = "+"
                       if ws-decode-out-ptr <=
                               function length(ws-decode-out)
                           move " "
                               to ws-decode-out(ws-decode-out-ptr:1)
                           add 1 to ws-decode-out-ptr
                       end-if
                       add 1 to ws-decode-in-ptr
