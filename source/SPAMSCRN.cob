       identification division.
       program-id. SPAMSCRN.
      *> spam and abuse screening for a submission about to be
      *> filed. Bot traffic passes VALFIELDS because the junk is
      *> well-formed, so this scores what the fields say against
      *> the rules the business maintains in SPAMRULES.DAT (one per
      *> line: kind|value|points; blank lines and "*" lines are
      *> comments):
      *>     word       a word or phrase in the name, the text or the
      *>                audit string, in any case
      *>     domain     the email's domain, or any subdomain of it
      *>     links      more links in the text than the value allows
      *>     repeat     at least the value's count of rows filed the
      *>                same day from other visits with the same text
      *>     threshold  the score at which the row is quarantined
      *>                (10 when the file gives none)
      *> Each rule scores once however often it matches. A row that
      *> reaches the threshold comes back "Q" for the caller to file
      *> under the quarantine disposition, where it waits for a
      *> supervisor on the quarantine screen (QUARREVIEW) instead of
      *> going out for acknowledgment, to the CRM or to the work
      *> queue. Shared by SUBMITFORM and SUBREPLAY, so a replayed row
      *> faces exactly the screening a live one does. Unlike
      *> VALFIELDS there is no built-in fallback: with no rules file
      *> nothing is quarantined, since holding every submission back
      *> would do more harm than letting junk through.
       environment division.
       input-output section.
       file-control.
           select rules-file assign to "SPAMRULES.DAT"
               organization is line sequential
               file status is ws-rules-fs.
       data division.
       file section.
       fd rules-file.
       01 rules-line            pic x(200).

       working-storage section.
       01 ws-rules-fs           pic xx.
       01 ws-rules-eof          pic x     value "N".
           88 ws-rules-at-end   value "Y".
       01 ws-rule-line          pic x(200).
       01 ws-rule-kind          pic x(16).
       01 ws-rule-value         pic x(64).
       01 ws-rule-points-x      pic x(5).
       01 ws-rule-points        pic 9(3).
       01 ws-rule-count         pic 9(5).

      *> the rules as read; the file is reread on every call, so an
      *> edit takes effect on the next submission.
       01 ws-threshold          pic 9(3)  value 10.
       01 ws-links-limit        pic 9(5)  value 0.
       01 ws-links-points       pic 9(3)  value 0.
       01 ws-repeat-min         pic 9(5)  value 0.
       01 ws-repeat-points      pic 9(3)  value 0.
       01 ws-word-table.
           05 ws-word-count     pic 9(3)  value 0.
           05 ws-word-entries occurs 100 times.
               10 ws-word-text      pic x(40).
               10 ws-word-len       pic 9(2).
               10 ws-word-points    pic 9(3).
       01 ws-domain-table.
           05 ws-domain-count   pic 9(3)  value 0.
           05 ws-domain-entries occurs 100 times.
               10 ws-domain-text    pic x(64).
               10 ws-domain-len     pic 9(2).
               10 ws-domain-points  pic 9(3).
       01 ws-tab-idx            pic 9(3).

      *> everything the word rules look through, lower-cased once.
       01 ws-haystack           pic x(1400).
       01 ws-text-lower         pic x(1024).
       01 ws-tally              pic 9(5).
       01 ws-links              pic 9(5).
       01 ws-links-www          pic 9(5).
       01 ws-links-both         pic 9(5).
       01 ws-email-lower        pic x(64).
       01 ws-at-pos             pic 9(3).
       01 ws-email-domain       pic x(64).
       01 ws-email-dom-len      pic 9(3).
       01 ws-dom-start          pic 9(3).
       01 ws-score              pic 9(4).
       01 ws-reason-ptr         pic 9(3).
       01 ws-word-hits          pic 9(3).
       01 ws-links-display      pic z(4)9.

       linkage section.
       copy "SCRNPARM.cpy".

       procedure division using scrn-call.
       main-logic.
           move 0 to scrn-score
           move "N" to scrn-verdict
           move "N" to scrn-rules-loaded
           move spaces to scrn-reasons
           perform load-screening-rules
           if scrn-had-rules
               perform score-submission
           end-if
           goback.

       load-screening-rules.
           move 10 to ws-threshold
           move 0 to ws-links-limit ws-links-points
           move 0 to ws-repeat-min ws-repeat-points
           move 0 to ws-word-count ws-domain-count ws-rule-count
           open input rules-file
           if ws-rules-fs not = "00"
               exit paragraph
           end-if
           move "N" to ws-rules-eof
           perform read-next-rule
           perform until ws-rules-at-end
               perform take-one-rule-line
               perform read-next-rule
           end-perform
           close rules-file
           if ws-rule-count > 0
               move "Y" to scrn-rules-loaded
           end-if.

       read-next-rule.
           read rules-file
               at end move "Y" to ws-rules-eof
           end-read
           if not ws-rules-at-end and ws-rules-fs not = "00"
               move "Y" to ws-rules-eof
           end-if
           if not ws-rules-at-end
               move rules-line to ws-rule-line
           end-if.

       take-one-rule-line.
      *> an unrecognized kind, or a value the table has no room
      *> for, is passed over rather than stopping the screening.
           if ws-rule-line = spaces or ws-rule-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to ws-rule-kind ws-rule-value ws-rule-points-x
           unstring ws-rule-line delimited by "|"
               into ws-rule-kind ws-rule-value ws-rule-points-x
           end-unstring
           move function lower-case(ws-rule-value) to ws-rule-value
           move 0 to ws-rule-points
           if ws-rule-points-x not = spaces
               and function test-numval(ws-rule-points-x) = 0
               compute ws-rule-points =
                   function numval(ws-rule-points-x)
           end-if
           if ws-rule-value = spaces
               exit paragraph
           end-if
           evaluate function lower-case(function trim(ws-rule-kind))
               when "threshold"
                   if function test-numval(ws-rule-value) = 0
                       compute ws-threshold =
                           function numval(ws-rule-value)
                       add 1 to ws-rule-count
                   end-if
               when "links"
                   if function test-numval(ws-rule-value) = 0
                       compute ws-links-limit =
                           function numval(ws-rule-value)
                       move ws-rule-points to ws-links-points
                       add 1 to ws-rule-count
                   end-if
               when "repeat"
                   if function test-numval(ws-rule-value) = 0
                       compute ws-repeat-min =
                           function numval(ws-rule-value)
                       move ws-rule-points to ws-repeat-points
                       add 1 to ws-rule-count
                   end-if
               when "word"
                   if ws-word-count < 100
                       add 1 to ws-word-count
                       move ws-rule-value
                           to ws-word-text(ws-word-count)
                       compute ws-word-len(ws-word-count) =
                           function length(function trim(ws-rule-value))
                       if ws-word-len(ws-word-count) > 40
                           move 40 to ws-word-len(ws-word-count)
                       end-if
                       move ws-rule-points
                           to ws-word-points(ws-word-count)
                       add 1 to ws-rule-count
                   end-if
               when "domain"
                   if ws-domain-count < 100
                       add 1 to ws-domain-count
                       move function trim(ws-rule-value)
                           to ws-domain-text(ws-domain-count)
                       compute ws-domain-len(ws-domain-count) =
                           function length(function trim(ws-rule-value))
                       move ws-rule-points
                           to ws-domain-points(ws-domain-count)
                       add 1 to ws-rule-count
                   end-if
               when other
                   continue
           end-evaluate.

       score-submission.
           move 0 to ws-score
           move 1 to ws-reason-ptr
           perform score-blocked-words
           perform score-email-domain
           perform score-link-count
           perform score-repeated-text
           if ws-score > 999
               move 999 to scrn-score
           else
               move ws-score to scrn-score
           end-if
           if ws-threshold > 0 and ws-score >= ws-threshold
               move "Q" to scrn-verdict
           end-if.

       score-blocked-words.
           move spaces to ws-haystack
           string function trim(scrn-name) " "
               function trim(scrn-text) " "
               function trim(scrn-audit-data)
               delimited by size into ws-haystack
           end-string
           move function lower-case(ws-haystack) to ws-haystack
           move 0 to ws-word-hits
           perform varying ws-tab-idx from 1 by 1
                   until ws-tab-idx > ws-word-count
               move 0 to ws-tally
               inspect ws-haystack tallying ws-tally for all
                   ws-word-text(ws-tab-idx)(1:ws-word-len(ws-tab-idx))
               if ws-tally > 0
                   add ws-word-points(ws-tab-idx) to ws-score
                   add 1 to ws-word-hits
               end-if
           end-perform
           if ws-word-hits > 0
               perform add-reason-separator
               string "blocked word" delimited by size
                   into scrn-reasons with pointer ws-reason-ptr
               end-string
           end-if.

       score-email-domain.
      *> the domain is whatever follows the one "@"; an address at
      *> a subdomain of a blocked domain scores as the domain does.
           move function lower-case(function trim(scrn-email))
               to ws-email-lower
           if ws-email-lower = spaces
               exit paragraph
           end-if
           move 0 to ws-at-pos
           inspect ws-email-lower tallying ws-at-pos
               for characters before initial "@"
           if ws-at-pos >= 63
               exit paragraph
           end-if
           move ws-email-lower(ws-at-pos + 2:) to ws-email-domain
           if ws-email-domain = spaces
               exit paragraph
           end-if
           compute ws-email-dom-len =
               function length(function trim(ws-email-domain))
           perform varying ws-tab-idx from 1 by 1
                   until ws-tab-idx > ws-domain-count
               evaluate true
                   when ws-email-domain = ws-domain-text(ws-tab-idx)
                       perform score-domain-hit
                   when ws-email-dom-len > ws-domain-len(ws-tab-idx)
                       compute ws-dom-start = ws-email-dom-len
                           - ws-domain-len(ws-tab-idx) + 1
                       if ws-email-domain(ws-dom-start - 1:1) = "."
                           and ws-email-domain(ws-dom-start:
                               ws-domain-len(ws-tab-idx))
                           = ws-domain-text(ws-tab-idx)
                               (1:ws-domain-len(ws-tab-idx))
                           perform score-domain-hit
                       end-if
               end-evaluate
           end-perform.

       score-domain-hit.
      *> one domain rule is enough to name; the loop stops there.
           add ws-domain-points(ws-tab-idx) to ws-score
           perform add-reason-separator
           string "blocked domain" delimited by size
               into scrn-reasons with pointer ws-reason-ptr
           end-string
           move ws-domain-count to ws-tab-idx.

       score-link-count.
      *> a link is anything with "://" or a bare "www."; one written
      *> "http://www." is counted once, not twice.
           if ws-links-points = 0 or scrn-text = spaces
               exit paragraph
           end-if
           move function lower-case(scrn-text) to ws-text-lower
           move 0 to ws-links ws-links-www ws-links-both
           inspect ws-text-lower tallying ws-links for all "://"
           inspect ws-text-lower tallying ws-links-www for all "www."
           inspect ws-text-lower tallying ws-links-both
               for all "://www."
           compute ws-links = ws-links + ws-links-www - ws-links-both
           if ws-links > ws-links-limit
               add ws-links-points to ws-score
               move ws-links to ws-links-display
               perform add-reason-separator
               string function trim(ws-links-display) " links"
                   delimited by size
                   into scrn-reasons with pointer ws-reason-ptr
               end-string
           end-if.

       score-repeated-text.
           if ws-repeat-points = 0 or ws-repeat-min = 0
               exit paragraph
           end-if
           if scrn-repeat-count >= ws-repeat-min
               add ws-repeat-points to ws-score
               perform add-reason-separator
               string "repeated text" delimited by size
                   into scrn-reasons with pointer ws-reason-ptr
               end-string
           end-if.

       add-reason-separator.
           if ws-reason-ptr > 1 and ws-reason-ptr < 58
               string ", " delimited by size
                   into scrn-reasons with pointer ws-reason-ptr
               end-string
           end-if.

       end program SPAMSCRN.
